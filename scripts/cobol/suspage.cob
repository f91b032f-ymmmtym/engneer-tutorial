       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SUSM-KEY
       FILE STATUS IS WS-SUSPM-STATUS.
     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CAL-YEAR
       FILE STATUS IS WS-CAL-STATUS.
     SELECT PRINT-FILE ASSIGN TO PRTOUT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PRINT-STATUS.
     RECORD CONTAINS 130 CHARACTERS.
     COPY CBSUSPM.

   FD CALENDAR-FILE
     RECORD CONTAINS 380 CHARACTERS.
     COPY CBCALN.

   FD PRINT-FILE
     RECORD CONTAINS 132 CHARACTERS.
    01 PRINT-RECORD PIC X(132).
   01 WS-TODAY-INTEGER PIC 9(8) VALUE 0.
   01 WS-FIRST-INTEGER PIC 9(8) VALUE 0.
   01 WS-DAYS-OPEN PIC S9(5) VALUE 0.
   01 WS-BUS-DAYS-OPEN PIC 9(5) VALUE 0.
   01 WS-ITEM-COUNT PIC 9(7) VALUE 0.
   01 WS-AGE-1-5-COUNT PIC 9(7) VALUE 0.
   01 WS-AGE-6-10-COUNT PIC 9(7) VALUE 0.
   01 WS-AGE-OVER-10-COUNT PIC 9(7) VALUE 0.
   01 WS-MANUAL-COUNT PIC 9(7) VALUE 0.

      *> Business-day calendar (CALENDAR, maintained by CALUPD), read
      *> a year at a time as the dates being counted need it. No
      *> file, or no record for a year, counts Monday-Friday.
   01 WS-CAL-STATUS PIC XX VALUE "00".
   01 WS-CAL-FILE-SW PIC X VALUE "N".
      88 WS-CAL-FILE-OPEN VALUE "Y".
   01 WS-CAL-YEAR-SW PIC X VALUE "N".
      88 WS-CAL-YEAR-ON-FILE VALUE "Y".
   01 WS-CAL-DAY-SW PIC X VALUE "N".
      88 WS-CAL-BUSINESS-DAY VALUE "Y".
   01 WS-CAL-LOADED-YEAR PIC 9(4) VALUE 0.
   01 WS-CAL-START-INTEGER PIC 9(8) VALUE 0.
   01 WS-CAL-DAY-INTEGER PIC 9(8) VALUE 0.
   01 WS-CAL-WEEKDAY PIC 9(1) VALUE 0.
   01 WS-CAL-DATE-WK PIC 9(8) VALUE 0.
   01 WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE-WK.
    03 WS-CAL-YYYY PIC 9(4).
    03 WS-CAL-MM PIC 9(2).
    03 WS-CAL-DD PIC 9(2).

   01 WS-RUN-DATE-TIME.
    03 WS-RUN-DATE.
     05 WS-RUN-YYYY PIC 9(4).
    03 FILLER PIC X(44) VALUE
       "BATCH-ID SEQ-NO  FIRST-SUSP REASON   ATT ST".
    03 FILLER PIC X(10) VALUE " DAYS-OPEN".
    03 FILLER PIC X(9) VALUE " BUS-DAYS".

   01 AGE-RPT-LINE.
    03 AGL-BATCH-ID PIC X(8).
    03 AGL-STATUS PIC X(1).
    03 FILLER PIC X(1) VALUE SPACE.
    03 AGL-DAYS-OPEN PIC ZZZZZZZZ9.
    03 FILLER PIC X(1) VALUE SPACE.
    03 AGL-BUS-DAYS PIC ZZZZZZZ9.

   01 REPORT-DETAIL-LINE.
    03 RD-LABEL PIC X(15).
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN INPUT CALENDAR-FILE.
    EVALUATE WS-CAL-STATUS
      WHEN "00"
        SET WS-CAL-FILE-OPEN TO TRUE
      WHEN "35"
        CONTINUE
      WHEN OTHER
        DISPLAY "SUSPAGE: unable to open CALENDAR-FILE, status "
            WS-CAL-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-EVALUATE.

    PERFORM WRITE-REPORT-HEADER.
    PERFORM WRITE-COL-HEADER.
      MOVE 4 TO RETURN-CODE
    END-IF.
    CLOSE SUSPENSE-MASTER-FILE.
    IF WS-CAL-FILE-OPEN
      CLOSE CALENDAR-FILE
    END-IF.
    CLOSE PRINT-FILE.
    STOP RUN.

        CONTINUE
    END-READ.

      *> Items are aged in business days: the business days after
      *> the day the item was first suspended, up to and including
      *> today, so an item suspended on a Friday is one business day
      *> old on the Monday. The calendar-day age is still printed
      *> beside it.
  PROCESS-MASTER-RECORD.
    ADD 1 TO WS-ITEM-COUNT.
    COMPUTE WS-FIRST-INTEGER =
    IF WS-DAYS-OPEN < 0
      MOVE 0 TO WS-DAYS-OPEN
    END-IF.
    MOVE ZERO TO WS-BUS-DAYS-OPEN.
    IF WS-DAYS-OPEN > 0
      COMPUTE WS-CAL-START-INTEGER = WS-FIRST-INTEGER + 1
      PERFORM COUNT-BUSINESS-DAY
          VARYING WS-CAL-DAY-INTEGER FROM WS-CAL-START-INTEGER BY 1
          UNTIL WS-CAL-DAY-INTEGER > WS-TODAY-INTEGER
    END-IF.
    EVALUATE TRUE
      WHEN WS-BUS-DAYS-OPEN <= 5
        ADD 1 TO WS-AGE-1-5-COUNT
      WHEN WS-BUS-DAYS-OPEN <= 10
        ADD 1 TO WS-AGE-6-10-COUNT
      WHEN OTHER
        ADD 1 TO WS-AGE-OVER-10-COUNT
    MOVE SUSM-ATTEMPT-COUNT TO AGL-ATTEMPTS.
    MOVE SUSM-STATUS TO AGL-STATUS.
    MOVE WS-DAYS-OPEN TO AGL-DAYS-OPEN.
    MOVE WS-BUS-DAYS-OPEN TO AGL-BUS-DAYS.
    PERFORM WRITE-AGE-LINE.
    PERFORM READ-MASTER-NEXT.

  COUNT-BUSINESS-DAY.
    COMPUTE WS-CAL-DATE-WK =
        FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-INTEGER).
    PERFORM CHECK-BUSINESS-DAY.
    IF WS-CAL-BUSINESS-DAY
      ADD 1 TO WS-BUS-DAYS-OPEN
    END-IF.

      *> Day 1 of the integer date calendar, 1 January 1601, was a
      *> Monday, so (integer - 1) MOD 7 runs 0 Monday to 6 Sunday.
  CHECK-BUSINESS-DAY.
    IF WS-CAL-YYYY NOT = WS-CAL-LOADED-YEAR
      PERFORM LOAD-CALENDAR-YEAR
    END-IF.
    MOVE "N" TO WS-CAL-DAY-SW.
    IF WS-CAL-YEAR-ON-FILE
      IF CAL-BUSINESS-DAY(WS-CAL-MM, WS-CAL-DD)
        SET WS-CAL-BUSINESS-DAY TO TRUE
      END-IF
    ELSE
      COMPUTE WS-CAL-WEEKDAY = FUNCTION MOD(WS-CAL-DAY-INTEGER - 1, 7)
      IF WS-CAL-WEEKDAY < 5
        SET WS-CAL-BUSINESS-DAY TO TRUE
      END-IF
    END-IF.

  LOAD-CALENDAR-YEAR.
    MOVE WS-CAL-YYYY TO WS-CAL-LOADED-YEAR.
    MOVE "N" TO WS-CAL-YEAR-SW.
    IF WS-CAL-FILE-OPEN
      MOVE WS-CAL-YYYY TO CAL-YEAR
      READ CALENDAR-FILE
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          SET WS-CAL-YEAR-ON-FILE TO TRUE
      END-READ
    END-IF.

  WRITE-AGING-SUMMARY.
    MOVE "ITEMS OPEN" TO RD-LABEL   MOVE WS-ITEM-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "OPEN 1-5 DAYS" TO RD-LABEL   MOVE WS-AGE-1-5-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "OPEN 6-10 DAYS" TO RD-LABEL   MOVE WS-AGE-6-10-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "OPEN OVER 10" TO RD-LABEL   MOVE WS-AGE-OVER-10-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "MANUAL ITEMS" TO RD-LABEL   MOVE WS-MANUAL-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "AGED IN" TO RT-LABEL.
    IF WS-CAL-FILE-OPEN
      MOVE "BUSINESS DAYS" TO RT-VALUE
    ELSE
      MOVE "MON-FRI (NO CALNDR)" TO RT-VALUE
    END-IF.
    PERFORM WRITE-TEXT-LINE.
    IF WS-ITEM-COUNT = ZERO
      MOVE "SUSPENSE MASTER" TO RT-LABEL
      MOVE "NOTHING WAITING" TO RT-VALUE
