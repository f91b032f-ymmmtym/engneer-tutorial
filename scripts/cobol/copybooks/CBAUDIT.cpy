    03 FILLER PIC X(8) VALUE " FIELD=".
    03 AUD-RESULT-FIELD PIC X(10).
    03 FILLER PIC X(8) VALUE " VALUE=".
    03 AUD-RESULT-VALUE PIC -(5)9.
    03 FILLER PIC X(5) VALUE " SEQ=".
    03 AUD-SEQ-NO PIC 9(7).
    03 FILLER PIC X(7) VALUE " BATCH=".
