       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MSUM-KEY
       FILE STATUS IS WS-MSUM-STATUS.
     SELECT PERIOD-CONTROL-FILE ASSIGN TO PERIODCT
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PRD-MONTH
       FILE STATUS IS WS-PRD-STATUS.
     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CAL-YEAR
       FILE STATUS IS WS-CAL-STATUS.
     SELECT PRINT-FILE ASSIGN TO PRTOUT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PRINT-STATUS.
     RECORD CONTAINS 120 CHARACTERS.
     COPY CBMSUM.

   FD PERIOD-CONTROL-FILE
     RECORD CONTAINS 40 CHARACTERS.
     COPY CBPERD.

   FD CALENDAR-FILE
     RECORD CONTAINS 380 CHARACTERS.
     COPY CBCALN.

   FD PRINT-FILE
     RECORD CONTAINS 132 CHARACTERS.
    01 PRINT-RECORD PIC X(132).
   01 WS-PARM-STATUS PIC XX VALUE "00".
   01 WS-HIST-STATUS PIC XX VALUE "00".
   01 WS-MSUM-STATUS PIC XX VALUE "00".
   01 WS-PRD-STATUS PIC XX VALUE "00".
   01 WS-PRINT-STATUS PIC XX VALUE "00".
   01 WS-PARM-CARD-READ-SW PIC X VALUE "N".
      88 WS-PARM-CARD-READ VALUE "Y".
   01 WS-CLEARED-COUNT PIC 9(7) VALUE 0.
   01 WS-BATCHES-PRINTED PIC 9(7) VALUE 0.
   01 WS-D-IX PIC 9(3) VALUE 0.
   01 WS-AVG PIC S9(9) VALUE 0.
   01 WS-BATCH-ID-WK PIC X(8) VALUE SPACES.
   01 WS-RUN-DATE-N PIC 9(8) VALUE 0.

      *> Business days in the statement month, and from January 1
      *> through the month's end, off the CALENDAR file (maintained
      *> by CALUPD). No file, or no record for the year, counts
      *> Monday-Friday.
   01 WS-CAL-STATUS PIC XX VALUE "00".
   01 WS-CAL-FILE-SW PIC X VALUE "N".
      88 WS-CAL-FILE-OPEN VALUE "Y".
   01 WS-CAL-YEAR-SW PIC X VALUE "N".
      88 WS-CAL-YEAR-ON-FILE VALUE "Y".
   01 WS-CAL-DAY-SW PIC X VALUE "N".
      88 WS-CAL-BUSINESS-DAY VALUE "Y".
   01 WS-CAL-LOADED-YEAR PIC 9(4) VALUE 0.
   01 WS-CAL-START-INTEGER PIC 9(8) VALUE 0.
   01 WS-CAL-END-INTEGER PIC 9(8) VALUE 0.
   01 WS-CAL-MONTH-INTEGER PIC 9(8) VALUE 0.
   01 WS-CAL-DAY-INTEGER PIC 9(8) VALUE 0.
   01 WS-CAL-WEEKDAY PIC 9(1) VALUE 0.
   01 WS-CAL-DATE-WK PIC 9(8) VALUE 0.
   01 WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE-WK.
    03 WS-CAL-YYYY PIC 9(4).
    03 WS-CAL-MM PIC 9(2).
    03 WS-CAL-DD PIC 9(2).
   01 WS-MONTH-BUS-DAYS PIC 9(3) VALUE 0.
   01 WS-YTD-BUS-DAYS PIC 9(3) VALUE 0.

      *> D1-D3 are signed on the history record (a net credit batch
      *> carries negative totals), so every total, average and
      *> printed figure below carries a sign.
   01 WS-D-VALUES.
    03 WS-D-VALUE PIC S9(5) OCCURS 9 TIMES.

   01 WS-D-NAMES PIC X(18) VALUE "D1D2D3D4D5D6D7D8D9".
   01 WS-D-NAME-TABLE REDEFINES WS-D-NAMES.

   01 WS-YTD-TOTALS.
    03 WS-YTD-RUN-COUNT PIC 9(7).
    03 WS-YTD-D-TOTAL PIC S9(9) OCCURS 9 TIMES.

   01 WS-GRAND-TOTALS.
    03 WS-GT-RUN-COUNT PIC 9(7) VALUE 0.
    03 WS-GT-D-TOTAL PIC S9(12) OCCURS 9 TIMES VALUE 0.

   01 WS-RUN-DATE-TIME.
    03 WS-RUN-DATE.
    03 SB-MONTH PIC 9(6).
    03 FILLER PIC X(8) VALUE "  RUNS: ".
    03 SB-RUN-COUNT PIC ZZZZ9.
    03 FILLER PIC X(12) VALUE "  BUS DAYS: ".
    03 SB-BUS-DAYS PIC ZZ9.
    03 FILLER PIC X(12) VALUE "  YTD RUNS: ".
    03 SB-YTD-RUNS PIC ZZZZZZ9.
    03 FILLER PIC X(16) VALUE "  YTD BUS DAYS: ".
    03 SB-YTD-BUS-DAYS PIC ZZ9.
    03 SB-RUNS-SHORT PIC X(14).

   01 STMT-FIELD-LINE.
    03 SF-FIELD PIC X(2).
    03 FILLER PIC X(8) VALUE "  TOTAL=".
    03 SF-TOTAL PIC -(9)9.
    03 FILLER PIC X(6) VALUE "  AVG=".
    03 SF-AVG PIC -(9)9.
    03 FILLER PIC X(6) VALUE "  YTD=".
    03 SF-YTD PIC -(9)9.

   01 STMT-D9-RANGE-LINE.
    03 FILLER PIC X(11) VALUE "D9 HIGHEST=".
   01 GRAND-TOTAL-LINE.
    03 GT-FIELD PIC X(2).
    03 FILLER PIC X(8) VALUE "  TOTAL=".
    03 GT-TOTAL PIC -(12)9.
    03 FILLER PIC X(6) VALUE "  AVG=".
    03 GT-AVG PIC -(9)9.

   01 REPORT-DETAIL-LINE.
    03 RD-LABEL PIC X(15).
PROCEDURE DIVISION.
  MAIN SECTION.
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-N.
    PERFORM READ-MSUM-PARM-CARD.
    IF NOT WS-PARM-CARD-READ
      DISPLAY "MONTHSUM: no parameter card on PARMIN"
    COMPUTE WS-TO-DATE = MSPM-MONTH * 100 + 31.
    MOVE MSPM-MONTH(1:4) TO WS-STMT-YYYY.
    MOVE MSPM-MONTH(5:2) TO WS-STMT-MM.
    OPEN I-O PERIOD-CONTROL-FILE.
    IF WS-PRD-STATUS = "35"
      OPEN OUTPUT PERIOD-CONTROL-FILE
      CLOSE PERIOD-CONTROL-FILE
      OPEN I-O PERIOD-CONTROL-FILE
    END-IF.
    IF WS-PRD-STATUS NOT = "00"
      DISPLAY "MONTHSUM: unable to open PERIOD-CONTROL-FILE, status "
          WS-PRD-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    PERFORM CHECK-PERIOD-OPEN.
    OPEN INPUT CALENDAR-FILE.
    EVALUATE WS-CAL-STATUS
      WHEN "00"
        SET WS-CAL-FILE-OPEN TO TRUE
      WHEN "35"
        CONTINUE
      WHEN OTHER
        DISPLAY "MONTHSUM: unable to open CALENDAR-FILE, status "
            WS-CAL-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-EVALUATE.
    PERFORM COUNT-STATEMENT-BUS-DAYS.
    IF WS-CAL-FILE-OPEN
      CLOSE CALENDAR-FILE
    END-IF.
    OPEN INPUT HISTORY-FILE.
    IF WS-HIST-STATUS NOT = "00"
      DISPLAY "MONTHSUM: unable to open HISTORY-FILE, status "

    PERFORM CLEAR-MONTH-SUMMARY.
    PERFORM ROLL-UP-HISTORY.
    PERFORM STAMP-PERIOD-CONTROL.
    PERFORM PRINT-MONTHLY-STATEMENTS.
    PERFORM PRINT-GRAND-TOTALS.

    CLOSE HISTORY-FILE.
    CLOSE MONTH-SUMMARY-FILE.
    CLOSE PERIOD-CONTROL-FILE.
    CLOSE PRINT-FILE.
    STOP RUN.

      CLOSE PARM-FILE
    END-IF.

      *> One walk from January 1 to the statement month's last day
      *> counts both the year-to-date and the month's business days;
      *> the month's end is the day before the next month's first.
  COUNT-STATEMENT-BUS-DAYS.
    MOVE ZERO TO WS-MONTH-BUS-DAYS.
    MOVE ZERO TO WS-YTD-BUS-DAYS.
    COMPUTE WS-CAL-START-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-STMT-YYYY * 10000 + 101).
    COMPUTE WS-CAL-MONTH-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
    IF WS-STMT-MM = 12
      COMPUTE WS-CAL-END-INTEGER =
          FUNCTION INTEGER-OF-DATE((WS-STMT-YYYY + 1) * 10000 + 101) - 1
    ELSE
      COMPUTE WS-CAL-END-INTEGER =
          FUNCTION INTEGER-OF-DATE(WS-FROM-DATE + 100) - 1
    END-IF.
    PERFORM COUNT-BUSINESS-DAY
        VARYING WS-CAL-DAY-INTEGER FROM WS-CAL-START-INTEGER BY 1
        UNTIL WS-CAL-DAY-INTEGER > WS-CAL-END-INTEGER.

  COUNT-BUSINESS-DAY.
    COMPUTE WS-CAL-DATE-WK =
        FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-INTEGER).
    PERFORM CHECK-BUSINESS-DAY.
    IF WS-CAL-BUSINESS-DAY
      ADD 1 TO WS-YTD-BUS-DAYS
      IF WS-CAL-DAY-INTEGER >= WS-CAL-MONTH-INTEGER
        ADD 1 TO WS-MONTH-BUS-DAYS
      END-IF
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

      *> A month finance has closed is frozen: its summary records
      *> are what was reported, so they are never cleared and
      *> rebuilt. A correction needs the month reopened with
      *> PRDCLOSE first.
  CHECK-PERIOD-OPEN.
    MOVE MSPM-MONTH TO PRD-MONTH.
    READ PERIOD-CONTROL-FILE
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        IF PRD-CLOSED
          DISPLAY "MONTHSUM: month " MSPM-MONTH " was closed on "
              PRD-STATUS-DATE " by " PRD-STATUS-BY
              " - reopen it with PRDCLOSE to rebuild"
          MOVE 8 TO RETURN-CODE
          STOP RUN
        END-IF
    END-READ.

      *> The run date is what PRDCLOSE tests before it will close
      *> the month: only a consolidation taken after month end (and
      *> after any reopen) counts as the month's final figures.
  STAMP-PERIOD-CONTROL.
    MOVE MSPM-MONTH TO PRD-MONTH.
    READ PERIOD-CONTROL-FILE
      INVALID KEY
        MOVE SPACES TO PERIOD-CONTROL-RECORD
        MOVE MSPM-MONTH TO PRD-MONTH
        SET PRD-OPEN TO TRUE
        MOVE WS-RUN-DATE-N TO PRD-MSUM-DATE
        MOVE ZERO TO PRD-STATUS-DATE
        WRITE PERIOD-CONTROL-RECORD
          INVALID KEY
            DISPLAY "MONTHSUM: unable to add period record, month "
                PRD-MONTH
            MOVE 8 TO RETURN-CODE
        END-WRITE
      NOT INVALID KEY
        MOVE WS-RUN-DATE-N TO PRD-MSUM-DATE
        REWRITE PERIOD-CONTROL-RECORD
          INVALID KEY
            DISPLAY "MONTHSUM: unable to update period record, month "
                PRD-MONTH
            MOVE 8 TO RETURN-CODE
        END-REWRITE
    END-READ.

      *> A rerun of the same month must not double-accumulate, so
      *> the month's summary records are cleared and rebuilt from
      *> the history file every time. Other months' records are

  APPLY-RUN-TO-SUMMARY.
    ADD 1 TO MSUM-RUN-COUNT.
    MOVE WS-MONTH-BUS-DAYS TO MSUM-BUSINESS-DAYS.
    PERFORM ADD-FIELD-TO-SUMMARY
        VARYING WS-D-IX FROM 1 BY 1 UNTIL WS-D-IX > 9.
    IF WS-D-VALUE(9) > MSUM-D9-HIGH
    MOVE MSUM-BATCH-ID TO SB-BATCH-ID.
    MOVE MSUM-MONTH TO SB-MONTH.
    MOVE MSUM-RUN-COUNT TO SB-RUN-COUNT.
    MOVE WS-MONTH-BUS-DAYS TO SB-BUS-DAYS.
    MOVE WS-YTD-RUN-COUNT TO SB-YTD-RUNS.
    MOVE WS-YTD-BUS-DAYS TO SB-YTD-BUS-DAYS.
    IF MSUM-RUN-COUNT < WS-MONTH-BUS-DAYS
      MOVE "  *RUNS SHORT*" TO SB-RUNS-SHORT
    ELSE
      MOVE SPACES TO SB-RUNS-SHORT
    END-IF.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM STMT-BATCH-LINE.
    ADD 1 TO WS-LINE-COUNT.
      MOVE "RUNS" TO RD-LABEL
      MOVE WS-GT-RUN-COUNT TO RD-VALUE
      PERFORM WRITE-REPORT-LINE
      MOVE "BUSINESS DAYS" TO RD-LABEL
      MOVE WS-MONTH-BUS-DAYS TO RD-VALUE
      PERFORM WRITE-REPORT-LINE
      PERFORM WRITE-GRAND-TOTAL-LINE
          VARYING WS-D-IX FROM 1 BY 1 UNTIL WS-D-IX > 9
    END-IF.
