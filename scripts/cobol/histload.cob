       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HIST-KEY
       FILE STATUS IS WS-HIST-STATUS.
     SELECT PERIOD-CONTROL-FILE ASSIGN TO PERIODCT
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PRD-MONTH
       FILE STATUS IS WS-PRD-STATUS.
     SELECT PRINT-FILE ASSIGN TO PRTOUT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PRINT-STATUS.
     RECORD CONTAINS 96 CHARACTERS.
     COPY CBHIST.

   FD PERIOD-CONTROL-FILE
     RECORD CONTAINS 40 CHARACTERS.
     COPY CBPERD.

   FD PRINT-FILE
     RECORD CONTAINS 132 CHARACTERS.
    01 PRINT-RECORD PIC X(132).
   01 WS-ARCH-STATUS PIC XX VALUE "00".
   01 WS-HIST-STATUS PIC XX VALUE "00".
   01 WS-PRINT-STATUS PIC XX VALUE "00".
   01 WS-PRD-STATUS PIC XX VALUE "00".
   01 WS-PARM-CARD-READ-SW PIC X VALUE "N".
      88 WS-PARM-CARD-READ VALUE "Y".
   01 WS-ARCH-EOF-SW PIC X VALUE "N".
   01 WS-LOADED-COUNT PIC 9(7) VALUE 0.
   01 WS-COLLISION-COUNT PIC 9(7) VALUE 0.
   01 WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
   01 WS-CLOSED-PERIOD-COUNT PIC 9(7) VALUE 0.
   01 WS-LAST-CHECK-MONTH PIC 9(6) VALUE 0.
   01 WS-CHECK-MONTH PIC 9(6) VALUE 0.
   01 WS-CHECK-MONTH-PARTS REDEFINES WS-CHECK-MONTH.
    03 WS-CHECK-YYYY PIC 9(4).
    03 WS-CHECK-MM PIC 9(2).

   01 WS-RUN-DATE-TIME.
    03 WS-RUN-DATE.
    03 FILLER PIC X(10) VALUE "  BATCH: ".
    03 RR-BATCH-ID PIC X(8).

   01 CLOSED-PERIOD-LINE.
    03 FILLER PIC X(20) VALUE "CLOSED PERIOD  MONTH".
    03 FILLER PIC X(1) VALUE "=".
    03 CP-MONTH PIC 9(6).
    03 FILLER PIC X(11) VALUE " CLOSED ON ".
    03 CP-CLOSE-DATE PIC 9(8).
    03 FILLER PIC X(4) VALUE " BY ".
    03 CP-CLOSED-BY PIC X(8).
    03 FILLER PIC X(19) VALUE " - reload refused".

   01 COLLISION-RPT-LINE.
    03 FILLER PIC X(20) VALUE "COLLISION  RUN-DATE=".
    03 CL-RUN-DATE PIC 9(8).

    PERFORM WRITE-REPORT-HEADER.
    PERFORM WRITE-RANGE-LINE.
    IF NOT HRPT-WORK-TARGET
      PERFORM CHECK-RELOAD-PERIODS
      IF WS-CLOSED-PERIOD-COUNT > 0
        MOVE "PRDS CLOSED" TO RD-LABEL
        MOVE WS-CLOSED-PERIOD-COUNT TO RD-VALUE
        PERFORM WRITE-REPORT-LINE
        DISPLAY "HISTLOAD: range covers closed period(s) - punch W"
            " in col 25 only when HISTFILE is a work copy"
        MOVE 8 TO RETURN-CODE
        CLOSE ARCHIVE-FILE
        CLOSE HISTORY-FILE
        CLOSE PRINT-FILE
        STOP RUN
      END-IF
    END-IF.

    PERFORM READ-ARCHIVE-RECORD.
    PERFORM PROCESS-ARCHIVE-RECORD UNTIL WS-ARCH-EOF.
      CLOSE PARM-FILE
    END-IF.

      *> A reload into the live history file would change the
      *> figures of any closed month it touched, so unless the card
      *> declares the target a work copy every month the range
      *> spans is checked first and one closed month refuses the
      *> whole reload before a record is written.
  CHECK-RELOAD-PERIODS.
    OPEN INPUT PERIOD-CONTROL-FILE.
    IF WS-PRD-STATUS = "00"
      DIVIDE HRPT-FROM-DATE BY 100 GIVING WS-CHECK-MONTH
      DIVIDE HRPT-TO-DATE BY 100 GIVING WS-LAST-CHECK-MONTH
      PERFORM CHECK-ONE-RELOAD-PERIOD
          UNTIL WS-CHECK-MONTH > WS-LAST-CHECK-MONTH
      CLOSE PERIOD-CONTROL-FILE
    ELSE
      IF WS-PRD-STATUS NOT = "35"
        DISPLAY "HISTLOAD: unable to open PERIOD-CONTROL-FILE, status "
            WS-PRD-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
      END-IF
    END-IF.

  CHECK-ONE-RELOAD-PERIOD.
    MOVE WS-CHECK-MONTH TO PRD-MONTH.
    READ PERIOD-CONTROL-FILE
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        IF PRD-CLOSED
          ADD 1 TO WS-CLOSED-PERIOD-COUNT
          MOVE PRD-MONTH TO CP-MONTH
          MOVE PRD-STATUS-DATE TO CP-CLOSE-DATE
          MOVE PRD-STATUS-BY TO CP-CLOSED-BY
          PERFORM WRITE-CLOSED-PERIOD-LINE
        END-IF
    END-READ.
    IF WS-CHECK-MM >= 12
      ADD 1 TO WS-CHECK-YYYY
      MOVE 1 TO WS-CHECK-MM
    ELSE
      ADD 1 TO WS-CHECK-MM
    END-IF.

  READ-ARCHIVE-RECORD.
    READ ARCHIVE-FILE INTO HISTORY-RECORD
      AT END
    WRITE PRINT-RECORD FROM REPORT-RANGE-LINE.
    ADD 1 TO WS-LINE-COUNT.

  WRITE-CLOSED-PERIOD-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
      PERFORM WRITE-REPORT-HEADER
    END-IF.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM CLOSED-PERIOD-LINE.
    ADD 1 TO WS-LINE-COUNT.

  WRITE-COLLISION-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
      PERFORM WRITE-REPORT-HEADER
