      *> record for today's run date and this batch-id, unless the
      *> card carries "Y" here to say the rerun is intentional (the
      *> rerun then replaces the existing history records).
      *> PARM-NON-BUS-OVERRIDE: MATH also stops at startup when the
      *> run date is not a business day on the CALENDAR file (a
      *> weekend or bank holiday), unless the card carries "Y" here;
      *> the run then goes ahead with an exception line saying so.
   01 PARM-RECORD.
    03 PARM-COUNTER1-LIMIT PIC 9(3).
    03 PARM-COUNTER2-LIMIT PIC 9(3).
    03 PARM-BATCH-ID PIC X(8).
    03 PARM-RUN-TYPE PIC X(8).
    03 PARM-RERUN-OVERRIDE PIC X(1).
    03 PARM-NON-BUS-OVERRIDE PIC X(1).
    03 FILLER PIC X(40).
