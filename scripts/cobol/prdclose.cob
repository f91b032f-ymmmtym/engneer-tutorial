IDENTIFICATION DIVISION.
PROGRAM-ID. PRDCLOSE.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.
     SELECT MAINT-FILE ASSIGN TO MAINTIN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MAINT-STATUS.
     SELECT PERIOD-CONTROL-FILE ASSIGN TO PERIODCT
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PRD-MONTH
       FILE STATUS IS WS-PRD-STATUS.
     SELECT MONTH-SUMMARY-FILE ASSIGN TO MSUMFILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MSUM-KEY
       FILE STATUS IS WS-MSUM-STATUS.
     SELECT PRINT-FILE ASSIGN TO PRTOUT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
  FILE SECTION.
   FD MAINT-FILE
     RECORD CONTAINS 15 CHARACTERS.
    01 MAINT-RECORD PIC X(15).

   FD PERIOD-CONTROL-FILE
     RECORD CONTAINS 40 CHARACTERS.
     COPY CBPERD.

   FD MONTH-SUMMARY-FILE
     RECORD CONTAINS 120 CHARACTERS.
     COPY CBMSUM.

   FD PRINT-FILE
     RECORD CONTAINS 132 CHARACTERS.
    01 PRINT-RECORD PIC X(132).

  WORKING-STORAGE SECTION.
   01 WS-MAINT-STATUS PIC XX VALUE "00".
   01 WS-PRD-STATUS PIC XX VALUE "00".
   01 WS-MSUM-STATUS PIC XX VALUE "00".
   01 WS-PRINT-STATUS PIC XX VALUE "00".
   01 WS-MAINT-EOF-SW PIC X VALUE "N".
      88 WS-MAINT-EOF VALUE "Y".
   01 WS-MSUM-EOF-SW PIC X VALUE "N".
      88 WS-MSUM-EOF VALUE "Y".
   01 WS-RECORD-FOUND-SW PIC X VALUE "N".
      88 WS-RECORD-FOUND VALUE "Y".
   01 WS-YEAR-CLOSED-SW PIC X VALUE "N".
      88 WS-YEAR-CLOSED VALUE "Y".
   01 WS-ANNUAL-OVERFLOW-SW PIC X VALUE "N".
      88 WS-ANNUAL-OVERFLOWED VALUE "Y".
   01 WS-REJECT-REASON PIC X(20) VALUE SPACES.
      88 WS-CARD-CLEAN VALUE SPACES.
   01 WS-ACCEPT-COUNT PIC 9(5) VALUE 0.
   01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
   01 WS-RUN-DATE-N PIC 9(8) VALUE 0.
   01 WS-MONTH-END-DATE PIC 9(8) VALUE 0.
   01 WS-OLD-STATUS PIC X(6) VALUE SPACES.
   01 WS-NEW-STATUS PIC X(6) VALUE SPACES.
   01 WS-YEAR-MONTH PIC 9(6) VALUE 0.
   01 WS-ROLL-MONTH PIC 9(6) VALUE 0.
   01 WS-YEAR-MM PIC 9(2) VALUE 0.
   01 WS-CLOSED-MONTHS PIC 9(2) VALUE 0.
   01 WS-D-IX PIC 9(3) VALUE 0.
   01 WS-AVG PIC S9(9) VALUE 0.

   01 WS-PERIOD-MONTH PIC 9(6) VALUE 0.
   01 WS-PERIOD-PARTS REDEFINES WS-PERIOD-MONTH.
    03 WS-PERIOD-YYYY PIC 9(4).
    03 WS-PERIOD-MM PIC 9(2).

   COPY CBPCMNT.

   01 WS-D-NAMES PIC X(18) VALUE "D1D2D3D4D5D6D7D8D9".
   01 WS-D-NAME-TABLE REDEFINES WS-D-NAMES.
    03 WS-D-NAME PIC X(2) OCCURS 9 TIMES.

      *> The year-end roll-up gathers each batch-id's twelve months
      *> here before anything is written, so a year that cannot be
      *> rolled up cleanly leaves the summary file untouched.
   01 WS-ANNUAL-MAX PIC 9(3) VALUE 100.
   01 WS-ANNUAL-COUNT PIC 9(3) VALUE 0.
   01 WS-ANNUAL-IX PIC 9(3) VALUE 0.
   01 WS-ANNUAL-SLOT PIC 9(3) VALUE 0.
   01 WS-ANNUAL-TABLE.
    03 WS-AN-ENTRY OCCURS 100 TIMES.
     05 WS-AN-BATCH-ID PIC X(8).
     05 WS-AN-RUN-COUNT PIC 9(5).
     05 WS-AN-MONTHS PIC 9(2).
     05 WS-AN-D-TOTAL PIC S9(9) OCCURS 9 TIMES.
     05 WS-AN-D9-HIGH PIC 9(5).
     05 WS-AN-D9-LOW PIC 9(5).

      *> Each month's business days as MONTHSUM recorded them on the
      *> month's summary records; the year's are their sum. A month
      *> consolidated before the count was carried adds nothing.
   01 WS-MONTH-BUS-TABLE.
    03 WS-MONTH-BUS-DAYS PIC 9(3) OCCURS 12 TIMES.
   01 WS-YEAR-BUS-DAYS PIC 9(3) VALUE 0.

   01 WS-GRAND-TOTALS.
    03 WS-GT-RUN-COUNT PIC 9(7) VALUE 0.
    03 WS-GT-D-TOTAL PIC S9(12) OCCURS 9 TIMES VALUE 0.

   01 WS-RUN-DATE-TIME.
    03 WS-RUN-DATE.
     05 WS-RUN-YYYY PIC 9(4).
     05 WS-RUN-MM PIC 9(2).
     05 WS-RUN-DD PIC 9(2).
    03 WS-RUN-TIME.
     05 WS-RUN-HH PIC 9(2).
     05 WS-RUN-MIN PIC 9(2).
     05 WS-RUN-SS PIC 9(2).
     05 FILLER PIC X(7).

   01 WS-PAGE-NO PIC 9(4) VALUE 0.
   01 WS-LINE-COUNT PIC 9(3) VALUE 99.
   01 WS-LINES-PER-PAGE PIC 9(3) VALUE 40.

   01 REPORT-HEADER-1.
    03 FILLER PIC X(16) VALUE "PERIODCT MNT RPT".
    03 FILLER PIC X(10) VALUE "RUN DATE: ".
    03 RH1-YYYY PIC 9999.
    03 FILLER PIC X VALUE "/".
    03 RH1-MM PIC 99.
    03 FILLER PIC X VALUE "/".
    03 RH1-DD PIC 99.
    03 FILLER PIC X(9) VALUE "  TIME: ".
    03 RH1-HH PIC 99.
    03 FILLER PIC X VALUE ":".
    03 RH1-MIN PIC 99.
    03 FILLER PIC X VALUE ":".
    03 RH1-SS PIC 99.
    03 FILLER PIC X(8) VALUE "  PAGE: ".
    03 RH1-PAGE PIC ZZZ9.

   01 CHANGE-RPT-LINE.
    03 CR-ACTION PIC X(8).
    03 FILLER PIC X(1) VALUE SPACE.
    03 CR-PERIOD PIC X(6).
    03 FILLER PIC X(6) VALUE "  OLD=".
    03 CR-OLD-STATUS PIC X(6).
    03 FILLER PIC X(6) VALUE "  NEW=".
    03 CR-NEW-STATUS PIC X(6).
    03 FILLER PIC X(5) VALUE "  BY=".
    03 CR-SUPERVISOR-ID PIC X(8).
    03 FILLER PIC X(9) VALUE "  STATUS=".
    03 CR-STATUS PIC X(8).
    03 FILLER PIC X(9) VALUE "  REASON=".
    03 CR-REASON PIC X(20).

   01 ANNUAL-BATCH-LINE.
    03 FILLER PIC X(7) VALUE "BATCH: ".
    03 AB-BATCH-ID PIC X(8).
    03 FILLER PIC X(8) VALUE "  YEAR: ".
    03 AB-YEAR PIC 9(4).
    03 FILLER PIC X(8) VALUE "  RUNS: ".
    03 AB-RUN-COUNT PIC ZZZZ9.
    03 FILLER PIC X(10) VALUE "  MONTHS: ".
    03 AB-MONTHS PIC Z9.
    03 FILLER PIC X(12) VALUE "  BUS DAYS: ".
    03 AB-BUS-DAYS PIC ZZ9.

   01 ANNUAL-FIELD-LINE.
    03 AF-FIELD PIC X(2).
    03 FILLER PIC X(8) VALUE "  TOTAL=".
    03 AF-TOTAL PIC -(9)9.
    03 FILLER PIC X(6) VALUE "  AVG=".
    03 AF-AVG PIC -(9)9.

   01 ANNUAL-D9-RANGE-LINE.
    03 FILLER PIC X(11) VALUE "D9 HIGHEST=".
    03 AR-D9-HIGH PIC ZZZZ9.
    03 FILLER PIC X(10) VALUE "  LOWEST=".
    03 AR-D9-LOW PIC ZZZZ9.

   01 GRAND-TOTAL-LINE.
    03 GT-FIELD PIC X(2).
    03 FILLER PIC X(8) VALUE "  TOTAL=".
    03 GT-TOTAL PIC -(12)9.
    03 FILLER PIC X(6) VALUE "  AVG=".
    03 GT-AVG PIC -(9)9.

   01 REPORT-DETAIL-LINE.
    03 RD-LABEL PIC X(15).
    03 RD-VALUE PIC Z(6)9.

   01 REPORT-TEXT-LINE.
    03 RT-LABEL PIC X(15).
    03 RT-VALUE PIC X(20).

PROCEDURE DIVISION.
  MAIN SECTION.
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-N.
    OPEN INPUT MAINT-FILE.
    IF WS-MAINT-STATUS NOT = "00"
      DISPLAY "PRDCLOSE: unable to open MAINT-FILE, status " WS-MAINT-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN OUTPUT PRINT-FILE.
    IF WS-PRINT-STATUS NOT = "00"
      DISPLAY "PRDCLOSE: unable to open PRINT-FILE, status " WS-PRINT-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN I-O PERIOD-CONTROL-FILE.
    IF WS-PRD-STATUS = "35"
      OPEN OUTPUT PERIOD-CONTROL-FILE
      CLOSE PERIOD-CONTROL-FILE
      OPEN I-O PERIOD-CONTROL-FILE
    END-IF.
    IF WS-PRD-STATUS NOT = "00"
      DISPLAY "PRDCLOSE: unable to open PERIOD-CONTROL-FILE, status "
          WS-PRD-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN I-O MONTH-SUMMARY-FILE.
    IF WS-MSUM-STATUS = "35"
      OPEN OUTPUT MONTH-SUMMARY-FILE
      CLOSE MONTH-SUMMARY-FILE
      OPEN I-O MONTH-SUMMARY-FILE
    END-IF.
    IF WS-MSUM-STATUS NOT = "00"
      DISPLAY "PRDCLOSE: unable to open MONTH-SUMMARY-FILE, status "
          WS-MSUM-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.

    PERFORM WRITE-REPORT-HEADER.
    PERFORM READ-MAINT-RECORD.
    PERFORM PROCESS-MAINT-CARD UNTIL WS-MAINT-EOF.

    MOVE "CARDS ACCEPTED" TO RD-LABEL
    MOVE WS-ACCEPT-COUNT TO RD-VALUE
    PERFORM WRITE-REPORT-LINE.
    MOVE "CARDS REJECTED" TO RD-LABEL
    MOVE WS-REJECT-COUNT TO RD-VALUE
    PERFORM WRITE-REPORT-LINE.

    IF WS-REJECT-COUNT > 0
      MOVE 4 TO RETURN-CODE
    END-IF.
    CLOSE MAINT-FILE.
    CLOSE PERIOD-CONTROL-FILE.
    CLOSE MONTH-SUMMARY-FILE.
    CLOSE PRINT-FILE.
    STOP RUN.

  READ-MAINT-RECORD.
    READ MAINT-FILE INTO PERIOD-CLOSE-CARD
      AT END
        SET WS-MAINT-EOF TO TRUE
      NOT AT END
        CONTINUE
    END-READ.

  PROCESS-MAINT-CARD.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE SPACES TO WS-OLD-STATUS.
    MOVE SPACES TO WS-NEW-STATUS.
    MOVE PCC-PERIOD TO CR-PERIOD.
    MOVE PCC-SUPERVISOR-ID TO CR-SUPERVISOR-ID.
    PERFORM CHECK-MAINT-CARD.
    IF NOT WS-CARD-CLEAN
      MOVE "REJECT" TO CR-ACTION
      PERFORM FINISH-CHANGE-LINE
    ELSE
      MOVE PCC-YEAR TO WS-PERIOD-YYYY
      COMPUTE WS-YEAR-MONTH = WS-PERIOD-YYYY * 100
      EVALUATE TRUE
        WHEN PCC-ACTION-CLOSE
          MOVE PCC-MONTH TO WS-PERIOD-MM
          PERFORM CLOSE-PERIOD
        WHEN PCC-ACTION-REOPEN
          MOVE PCC-MONTH TO WS-PERIOD-MM
          PERFORM REOPEN-PERIOD
        WHEN OTHER
          MOVE ZERO TO WS-PERIOD-MM
          PERFORM CLOSE-YEAR
      END-EVALUATE
    END-IF.
    PERFORM READ-MAINT-RECORD.

  CHECK-MAINT-CARD.
    EVALUATE TRUE
      WHEN NOT PCC-ACTION-CLOSE AND NOT PCC-ACTION-REOPEN
          AND NOT PCC-ACTION-YEAR-END
        MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
      WHEN PCC-SUPERVISOR-ID = SPACES
        MOVE "BLANK SUPERVISOR ID" TO WS-REJECT-REASON
      WHEN PCC-YEAR NOT NUMERIC OR PCC-YEAR = "0000"
        MOVE "BAD YEAR" TO WS-REJECT-REASON
      WHEN PCC-ACTION-YEAR-END
        IF PCC-MONTH NOT = SPACES
          MOVE "MONTH ON YEAR-END" TO WS-REJECT-REASON
        END-IF
      WHEN PCC-MONTH NOT NUMERIC
          OR PCC-MONTH < "01" OR PCC-MONTH > "12"
        MOVE "BAD MONTH" TO WS-REJECT-REASON
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

      *> The year record is read before the month's, so the month's
      *> record is the one left in the record area for the rewrite.
  FETCH-YEAR-STATUS.
    MOVE "N" TO WS-YEAR-CLOSED-SW.
    MOVE WS-YEAR-MONTH TO PRD-MONTH.
    READ PERIOD-CONTROL-FILE
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        IF PRD-CLOSED
          SET WS-YEAR-CLOSED TO TRUE
        END-IF
    END-READ.

  FETCH-PERIOD-RECORD.
    MOVE "N" TO WS-RECORD-FOUND-SW.
    MOVE "(NONE)" TO WS-OLD-STATUS.
    MOVE WS-PERIOD-MONTH TO PRD-MONTH.
    READ PERIOD-CONTROL-FILE
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        SET WS-RECORD-FOUND TO TRUE
        IF PRD-CLOSED
          MOVE "CLOSED" TO WS-OLD-STATUS
        ELSE
          MOVE "OPEN" TO WS-OLD-STATUS
        END-IF
    END-READ.

      *> A month may only close on figures MONTHSUM consolidated
      *> after the month ended - an earlier run may have missed the
      *> last days' batches - and, if the month was reopened, on a
      *> consolidation taken since the reopen.
  CLOSE-PERIOD.
    MOVE "CLOSE" TO CR-ACTION.
    PERFORM FETCH-PERIOD-RECORD.
    COMPUTE WS-MONTH-END-DATE = WS-PERIOD-MONTH * 100 + 31.
    EVALUATE TRUE
      WHEN NOT WS-RECORD-FOUND
        MOVE "NO MONTHSUM RUN" TO WS-REJECT-REASON
      WHEN PRD-CLOSED
        MOVE "ALREADY CLOSED" TO WS-REJECT-REASON
      WHEN PRD-MSUM-DATE = ZERO
        MOVE "NO MONTHSUM RUN" TO WS-REJECT-REASON
      WHEN PRD-MSUM-DATE NOT > WS-MONTH-END-DATE
        MOVE "MONTHSUM NOT FINAL" TO WS-REJECT-REASON
      WHEN PRD-MSUM-DATE < PRD-STATUS-DATE
        MOVE "MONTHSUM NOT RERUN" TO WS-REJECT-REASON
      WHEN OTHER
        SET PRD-CLOSED TO TRUE
        MOVE WS-RUN-DATE-N TO PRD-STATUS-DATE
        MOVE PCC-SUPERVISOR-ID TO PRD-STATUS-BY
        REWRITE PERIOD-CONTROL-RECORD
          INVALID KEY
            CONTINUE
        END-REWRITE
        IF WS-PRD-STATUS = "00"
          MOVE "CLOSED" TO WS-NEW-STATUS
        ELSE
          MOVE "REWRITE FAILED" TO WS-REJECT-REASON
        END-IF
    END-EVALUATE.
    PERFORM FINISH-CHANGE-LINE.

      *> Reopening is the supervisor's way back into a month that
      *> has to be corrected; MONTHSUM must then be rerun before the
      *> month will close again. Once the year is closed its months
      *> stay closed - the annual figures have been reported.
  REOPEN-PERIOD.
    MOVE "REOPEN" TO CR-ACTION.
    PERFORM FETCH-YEAR-STATUS.
    PERFORM FETCH-PERIOD-RECORD.
    EVALUATE TRUE
      WHEN WS-YEAR-CLOSED
        MOVE "YEAR CLOSED" TO WS-REJECT-REASON
      WHEN NOT WS-RECORD-FOUND
        MOVE "MONTH NOT CLOSED" TO WS-REJECT-REASON
      WHEN NOT PRD-CLOSED
        MOVE "MONTH NOT CLOSED" TO WS-REJECT-REASON
      WHEN OTHER
        SET PRD-OPEN TO TRUE
        MOVE WS-RUN-DATE-N TO PRD-STATUS-DATE
        MOVE PCC-SUPERVISOR-ID TO PRD-STATUS-BY
        REWRITE PERIOD-CONTROL-RECORD
          INVALID KEY
            CONTINUE
        END-REWRITE
        IF WS-PRD-STATUS = "00"
          MOVE "OPEN" TO WS-NEW-STATUS
        ELSE
          MOVE "REWRITE FAILED" TO WS-REJECT-REASON
        END-IF
    END-EVALUATE.
    PERFORM FINISH-CHANGE-LINE.

      *> The year-end close needs all twelve months closed. It rolls
      *> each batch-id's monthly summaries into one annual summary
      *> record on the MSUMFILE under month 00 of the year (YYYY00),
      *> marks the year closed on the period control file, and
      *> prints the annual statement behind the change line.
  CLOSE-YEAR.
    MOVE "YEAR END" TO CR-ACTION.
    PERFORM FETCH-YEAR-STATUS.
    IF WS-YEAR-CLOSED
      MOVE "CLOSED" TO WS-OLD-STATUS
      MOVE "YEAR ALREADY CLOSED" TO WS-REJECT-REASON
    ELSE
      MOVE "OPEN" TO WS-OLD-STATUS
      MOVE ZERO TO WS-CLOSED-MONTHS
      PERFORM COUNT-CLOSED-MONTH
          VARYING WS-YEAR-MM FROM 1 BY 1 UNTIL WS-YEAR-MM > 12
      IF WS-CLOSED-MONTHS < 12
        MOVE "MONTHS STILL OPEN" TO WS-REJECT-REASON
      END-IF
    END-IF.
    IF WS-CARD-CLEAN
      PERFORM BUILD-ANNUAL-TABLE
      IF WS-ANNUAL-OVERFLOWED
        MOVE "ANNUAL TOTAL OVFL" TO WS-REJECT-REASON
      END-IF
    END-IF.
    IF WS-CARD-CLEAN
      PERFORM CLEAR-ANNUAL-SUMMARY
      PERFORM WRITE-ANNUAL-SUMMARY
          VARYING WS-ANNUAL-IX FROM 1 BY 1
          UNTIL WS-ANNUAL-IX > WS-ANNUAL-COUNT
      PERFORM MARK-YEAR-CLOSED
    END-IF.
    PERFORM FINISH-CHANGE-LINE.
    IF WS-CARD-CLEAN
      PERFORM PRINT-ANNUAL-STATEMENTS
      MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
    END-IF.

  COUNT-CLOSED-MONTH.
    COMPUTE PRD-MONTH = WS-YEAR-MONTH + WS-YEAR-MM.
    READ PERIOD-CONTROL-FILE
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        IF PRD-CLOSED
          ADD 1 TO WS-CLOSED-MONTHS
        END-IF
    END-READ.

  BUILD-ANNUAL-TABLE.
    MOVE ZERO TO WS-ANNUAL-COUNT.
    MOVE "N" TO WS-ANNUAL-OVERFLOW-SW.
    MOVE ZERO TO WS-YEAR-BUS-DAYS.
    PERFORM ROLL-UP-MONTH
        VARYING WS-YEAR-MM FROM 1 BY 1 UNTIL WS-YEAR-MM > 12.

  ROLL-UP-MONTH.
    MOVE "N" TO WS-MSUM-EOF-SW.
    MOVE ZERO TO WS-MONTH-BUS-DAYS(WS-YEAR-MM).
    COMPUTE WS-ROLL-MONTH = WS-YEAR-MONTH + WS-YEAR-MM.
    MOVE WS-ROLL-MONTH TO MSUM-MONTH.
    MOVE LOW-VALUES TO MSUM-BATCH-ID.
    START MONTH-SUMMARY-FILE KEY NOT < MSUM-KEY
      INVALID KEY
        SET WS-MSUM-EOF TO TRUE
    END-START.
    IF NOT WS-MSUM-EOF
      PERFORM READ-MSUM-NEXT
    END-IF.
    PERFORM ROLL-UP-ONE-SUMMARY UNTIL WS-MSUM-EOF.
    PERFORM ADD-MONTH-BUS-DAYS.

  ADD-MONTH-BUS-DAYS.
    ADD WS-MONTH-BUS-DAYS(WS-YEAR-MM) TO WS-YEAR-BUS-DAYS.

  READ-MSUM-NEXT.
    READ MONTH-SUMMARY-FILE NEXT RECORD
      AT END
        SET WS-MSUM-EOF TO TRUE
      NOT AT END
        CONTINUE
    END-READ.

  ROLL-UP-ONE-SUMMARY.
    IF MSUM-MONTH NOT = WS-ROLL-MONTH
      SET WS-MSUM-EOF TO TRUE
    ELSE
      PERFORM FIND-ANNUAL-SLOT
      PERFORM ADD-MONTH-TO-ANNUAL
      IF MSUM-BUSINESS-DAYS NUMERIC
        MOVE MSUM-BUSINESS-DAYS TO WS-MONTH-BUS-DAYS(WS-YEAR-MM)
      END-IF
      PERFORM READ-MSUM-NEXT
    END-IF.

  FIND-ANNUAL-SLOT.
    MOVE ZERO TO WS-ANNUAL-SLOT.
    PERFORM SCAN-ANNUAL-ENTRY
        VARYING WS-ANNUAL-IX FROM 1 BY 1
        UNTIL WS-ANNUAL-IX > WS-ANNUAL-COUNT OR WS-ANNUAL-SLOT > 0.
    IF WS-ANNUAL-SLOT = 0
      IF WS-ANNUAL-COUNT < WS-ANNUAL-MAX
        ADD 1 TO WS-ANNUAL-COUNT
        MOVE WS-ANNUAL-COUNT TO WS-ANNUAL-SLOT
        MOVE MSUM-BATCH-ID TO WS-AN-BATCH-ID(WS-ANNUAL-SLOT)
        MOVE ZERO TO WS-AN-RUN-COUNT(WS-ANNUAL-SLOT)
        MOVE ZERO TO WS-AN-MONTHS(WS-ANNUAL-SLOT)
        PERFORM ZERO-ANNUAL-TOTAL
            VARYING WS-D-IX FROM 1 BY 1 UNTIL WS-D-IX > 9
        MOVE ZERO TO WS-AN-D9-HIGH(WS-ANNUAL-SLOT)
        MOVE 99999 TO WS-AN-D9-LOW(WS-ANNUAL-SLOT)
      ELSE
        DISPLAY "PRDCLOSE: annual batch table full at "
            WS-ANNUAL-MAX " batch-ids"
        MOVE 12 TO RETURN-CODE
        STOP RUN
      END-IF
    END-IF.

  SCAN-ANNUAL-ENTRY.
    IF WS-AN-BATCH-ID(WS-ANNUAL-IX) = MSUM-BATCH-ID
      MOVE WS-ANNUAL-IX TO WS-ANNUAL-SLOT
    END-IF.

  ZERO-ANNUAL-TOTAL.
    MOVE ZERO TO WS-AN-D-TOTAL(WS-ANNUAL-SLOT, WS-D-IX).

  ADD-MONTH-TO-ANNUAL.
    ADD 1 TO WS-AN-MONTHS(WS-ANNUAL-SLOT).
    ADD MSUM-RUN-COUNT TO WS-AN-RUN-COUNT(WS-ANNUAL-SLOT)
      ON SIZE ERROR
        SET WS-ANNUAL-OVERFLOWED TO TRUE
    END-ADD.
    PERFORM ADD-FIELD-TO-ANNUAL
        VARYING WS-D-IX FROM 1 BY 1 UNTIL WS-D-IX > 9.
    IF MSUM-D9-HIGH > WS-AN-D9-HIGH(WS-ANNUAL-SLOT)
      MOVE MSUM-D9-HIGH TO WS-AN-D9-HIGH(WS-ANNUAL-SLOT)
    END-IF.
    IF MSUM-D9-LOW < WS-AN-D9-LOW(WS-ANNUAL-SLOT)
      MOVE MSUM-D9-LOW TO WS-AN-D9-LOW(WS-ANNUAL-SLOT)
    END-IF.

  ADD-FIELD-TO-ANNUAL.
    ADD MSUM-D-TOTAL(WS-D-IX)
        TO WS-AN-D-TOTAL(WS-ANNUAL-SLOT, WS-D-IX)
      ON SIZE ERROR
        SET WS-ANNUAL-OVERFLOWED TO TRUE
    END-ADD.

      *> Anything already under YYYY00 is left from an earlier
      *> attempt that did not get as far as closing the year.
  CLEAR-ANNUAL-SUMMARY.
    MOVE "N" TO WS-MSUM-EOF-SW.
    MOVE WS-YEAR-MONTH TO MSUM-MONTH.
    MOVE LOW-VALUES TO MSUM-BATCH-ID.
    START MONTH-SUMMARY-FILE KEY NOT < MSUM-KEY
      INVALID KEY
        SET WS-MSUM-EOF TO TRUE
    END-START.
    IF NOT WS-MSUM-EOF
      PERFORM READ-MSUM-NEXT
    END-IF.
    PERFORM DELETE-ANNUAL-RECORD UNTIL WS-MSUM-EOF.

  DELETE-ANNUAL-RECORD.
    IF MSUM-MONTH NOT = WS-YEAR-MONTH
      SET WS-MSUM-EOF TO TRUE
    ELSE
      DELETE MONTH-SUMMARY-FILE
        INVALID KEY
          CONTINUE
      END-DELETE
      PERFORM READ-MSUM-NEXT
    END-IF.

  WRITE-ANNUAL-SUMMARY.
    MOVE SPACES TO MONTH-SUMMARY-RECORD.
    MOVE WS-YEAR-MONTH TO MSUM-MONTH.
    MOVE WS-AN-BATCH-ID(WS-ANNUAL-IX) TO MSUM-BATCH-ID.
    MOVE WS-AN-RUN-COUNT(WS-ANNUAL-IX) TO MSUM-RUN-COUNT.
    PERFORM MOVE-ANNUAL-TOTAL
        VARYING WS-D-IX FROM 1 BY 1 UNTIL WS-D-IX > 9.
    MOVE WS-AN-D9-HIGH(WS-ANNUAL-IX) TO MSUM-D9-HIGH.
    MOVE WS-AN-D9-LOW(WS-ANNUAL-IX) TO MSUM-D9-LOW.
    MOVE WS-YEAR-BUS-DAYS TO MSUM-BUSINESS-DAYS.
    WRITE MONTH-SUMMARY-RECORD
      INVALID KEY
        DISPLAY "PRDCLOSE: unable to add annual summary, key "
            MSUM-KEY
        MOVE "ANNUAL WRITE FAILED" TO WS-REJECT-REASON
    END-WRITE.

  MOVE-ANNUAL-TOTAL.
    MOVE WS-AN-D-TOTAL(WS-ANNUAL-IX, WS-D-IX) TO MSUM-D-TOTAL(WS-D-IX).

      *> A failed annual write leaves the year open, so the close
      *> can simply be run again once the file is put right.
  MARK-YEAR-CLOSED.
    IF WS-CARD-CLEAN
      MOVE SPACES TO PERIOD-CONTROL-RECORD
      MOVE WS-YEAR-MONTH TO PRD-MONTH
      SET PRD-CLOSED TO TRUE
      MOVE ZERO TO PRD-MSUM-DATE
      MOVE WS-RUN-DATE-N TO PRD-STATUS-DATE
      MOVE PCC-SUPERVISOR-ID TO PRD-STATUS-BY
      WRITE PERIOD-CONTROL-RECORD
        INVALID KEY
          REWRITE PERIOD-CONTROL-RECORD
            INVALID KEY
              MOVE "REWRITE FAILED" TO WS-REJECT-REASON
          END-REWRITE
      END-WRITE
    END-IF.
    IF WS-CARD-CLEAN
      MOVE "CLOSED" TO WS-NEW-STATUS
    END-IF.

  FINISH-CHANGE-LINE.
    MOVE WS-OLD-STATUS TO CR-OLD-STATUS.
    IF WS-CARD-CLEAN
      ADD 1 TO WS-ACCEPT-COUNT
      MOVE WS-NEW-STATUS TO CR-NEW-STATUS
      MOVE "ACCEPTED" TO CR-STATUS
      MOVE SPACES TO CR-REASON
    ELSE
      ADD 1 TO WS-REJECT-COUNT
      MOVE SPACES TO CR-NEW-STATUS
      MOVE "REJECTED" TO CR-STATUS
      MOVE WS-REJECT-REASON TO CR-REASON
    END-IF.
    PERFORM WRITE-CHANGE-LINE.

      *> One annual statement page per batch-id, in the order the
      *> batch-ids were first met, then a grand-total page.
  PRINT-ANNUAL-STATEMENTS.
    MOVE ZERO TO WS-GT-RUN-COUNT.
    PERFORM ZERO-GRAND-TOTAL
        VARYING WS-D-IX FROM 1 BY 1 UNTIL WS-D-IX > 9.
    PERFORM WRITE-ANNUAL-PAGE
        VARYING WS-ANNUAL-IX FROM 1 BY 1
        UNTIL WS-ANNUAL-IX > WS-ANNUAL-COUNT.
    PERFORM WRITE-REPORT-HEADER.
    MOVE "ALL BATCHES" TO RT-LABEL.
    IF WS-ANNUAL-COUNT = ZERO
      MOVE "NO RUNS RECORDED" TO RT-VALUE
      PERFORM WRITE-TEXT-LINE
    ELSE
      MOVE "YEAR GRAND TOTAL" TO RT-VALUE
      PERFORM WRITE-TEXT-LINE
      MOVE "BATCHES" TO RD-LABEL
      MOVE WS-ANNUAL-COUNT TO RD-VALUE
      PERFORM WRITE-REPORT-LINE
      MOVE "RUNS" TO RD-LABEL
      MOVE WS-GT-RUN-COUNT TO RD-VALUE
      PERFORM WRITE-REPORT-LINE
      MOVE "BUSINESS DAYS" TO RD-LABEL
      MOVE WS-YEAR-BUS-DAYS TO RD-VALUE
      PERFORM WRITE-REPORT-LINE
      PERFORM WRITE-GRAND-TOTAL-LINE
          VARYING WS-D-IX FROM 1 BY 1 UNTIL WS-D-IX > 9
    END-IF.

  ZERO-GRAND-TOTAL.
    MOVE ZERO TO WS-GT-D-TOTAL(WS-D-IX).

  WRITE-ANNUAL-PAGE.
    PERFORM WRITE-REPORT-HEADER.
    MOVE WS-AN-BATCH-ID(WS-ANNUAL-IX) TO AB-BATCH-ID.
    MOVE WS-PERIOD-YYYY TO AB-YEAR.
    MOVE WS-AN-RUN-COUNT(WS-ANNUAL-IX) TO AB-RUN-COUNT.
    MOVE WS-AN-MONTHS(WS-ANNUAL-IX) TO AB-MONTHS.
    MOVE WS-YEAR-BUS-DAYS TO AB-BUS-DAYS.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM ANNUAL-BATCH-LINE.
    ADD 1 TO WS-LINE-COUNT.
    PERFORM WRITE-ANNUAL-FIELD-LINE
        VARYING WS-D-IX FROM 1 BY 1 UNTIL WS-D-IX > 9.
    MOVE WS-AN-D9-HIGH(WS-ANNUAL-IX) TO AR-D9-HIGH.
    MOVE WS-AN-D9-LOW(WS-ANNUAL-IX) TO AR-D9-LOW.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM ANNUAL-D9-RANGE-LINE.
    ADD 1 TO WS-LINE-COUNT.
    ADD WS-AN-RUN-COUNT(WS-ANNUAL-IX) TO WS-GT-RUN-COUNT.
    PERFORM ADD-FIELD-TO-GRAND
        VARYING WS-D-IX FROM 1 BY 1 UNTIL WS-D-IX > 9.

  WRITE-ANNUAL-FIELD-LINE.
    MOVE WS-D-NAME(WS-D-IX) TO AF-FIELD.
    MOVE WS-AN-D-TOTAL(WS-ANNUAL-IX, WS-D-IX) TO AF-TOTAL.
    COMPUTE WS-AVG ROUNDED =
        WS-AN-D-TOTAL(WS-ANNUAL-IX, WS-D-IX)
        / WS-AN-RUN-COUNT(WS-ANNUAL-IX).
    MOVE WS-AVG TO AF-AVG.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM ANNUAL-FIELD-LINE.
    ADD 1 TO WS-LINE-COUNT.

  ADD-FIELD-TO-GRAND.
    ADD WS-AN-D-TOTAL(WS-ANNUAL-IX, WS-D-IX) TO WS-GT-D-TOTAL(WS-D-IX).

  WRITE-GRAND-TOTAL-LINE.
    MOVE WS-D-NAME(WS-D-IX) TO GT-FIELD.
    MOVE WS-GT-D-TOTAL(WS-D-IX) TO GT-TOTAL.
    COMPUTE WS-AVG ROUNDED =
        WS-GT-D-TOTAL(WS-D-IX) / WS-GT-RUN-COUNT.
    MOVE WS-AVG TO GT-AVG.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM GRAND-TOTAL-LINE.
    ADD 1 TO WS-LINE-COUNT.

  WRITE-CHANGE-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
      PERFORM WRITE-REPORT-HEADER
    END-IF.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM CHANGE-RPT-LINE.
    ADD 1 TO WS-LINE-COUNT.

  WRITE-REPORT-HEADER.
    ADD 1 TO WS-PAGE-NO.
    MOVE WS-RUN-YYYY TO RH1-YYYY.
    MOVE WS-RUN-MM TO RH1-MM.
    MOVE WS-RUN-DD TO RH1-DD.
    MOVE WS-RUN-HH TO RH1-HH.
    MOVE WS-RUN-MIN TO RH1-MIN.
    MOVE WS-RUN-SS TO RH1-SS.
    MOVE WS-PAGE-NO TO RH1-PAGE.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM REPORT-HEADER-1 AFTER ADVANCING PAGE.
    MOVE 1 TO WS-LINE-COUNT.

  WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
      PERFORM WRITE-REPORT-HEADER
    END-IF.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM REPORT-DETAIL-LINE.
    ADD 1 TO WS-LINE-COUNT.

  WRITE-TEXT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
      PERFORM WRITE-REPORT-HEADER
    END-IF.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM REPORT-TEXT-LINE.
    ADD 1 TO WS-LINE-COUNT.
