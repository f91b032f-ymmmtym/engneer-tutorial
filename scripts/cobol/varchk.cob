IDENTIFICATION DIVISION.
PROGRAM-ID. VARCHK.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.
     SELECT PARM-FILE ASSIGN TO PARMIN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PARM-STATUS.
     SELECT HISTORY-FILE ASSIGN TO HISTFILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HIST-KEY
       FILE STATUS IS WS-HIST-STATUS.
     SELECT MONTH-SUMMARY-FILE ASSIGN TO MSUMFILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MSUM-KEY
       FILE STATUS IS WS-MSUM-STATUS.
     SELECT THRESHOLD-FILE ASSIGN TO VARTHRSH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VTH-BATCH-ID
       FILE STATUS IS WS-VTH-STATUS.
     SELECT RUN-STATUS-FILE ASSIGN TO RUNSTAT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STAT-STATUS.
     SELECT PRINT-FILE ASSIGN TO PRTOUT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
  FILE SECTION.
   FD PARM-FILE
     RECORD CONTAINS 80 CHARACTERS.
     COPY CBVCPRM.

   FD HISTORY-FILE
     RECORD CONTAINS 96 CHARACTERS.
     COPY CBHIST.

   FD MONTH-SUMMARY-FILE
     RECORD CONTAINS 120 CHARACTERS.
     COPY CBMSUM.

   FD THRESHOLD-FILE
     RECORD CONTAINS 40 CHARACTERS.
     COPY CBVTHR.

   FD RUN-STATUS-FILE
     RECORD CONTAINS 80 CHARACTERS.
    01 RUN-STATUS-FILE-RECORD PIC X(80).

   FD PRINT-FILE
     RECORD CONTAINS 132 CHARACTERS.
    01 PRINT-RECORD PIC X(132).

  WORKING-STORAGE SECTION.
   01 WS-PARM-STATUS PIC XX VALUE "00".
   01 WS-HIST-STATUS PIC XX VALUE "00".
   01 WS-MSUM-STATUS PIC XX VALUE "00".
   01 WS-VTH-STATUS PIC XX VALUE "00".
   01 WS-STAT-STATUS PIC XX VALUE "00".
   01 WS-PRINT-STATUS PIC XX VALUE "00".
   01 WS-PARM-CARD-READ-SW PIC X VALUE "N".
      88 WS-PARM-CARD-READ VALUE "Y".
   01 WS-HIST-EOF-SW PIC X VALUE "N".
      88 WS-HIST-EOF VALUE "Y".
   01 WS-VTH-FILE-SW PIC X VALUE "Y".
      88 WS-VTH-FILE-PRESENT VALUE "Y".
   01 WS-RUN-DATE-N PIC 9(8) VALUE 0.
   01 WS-CHECK-DATE PIC 9(8) VALUE 0.
   01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
    03 WS-CHECK-YYYY PIC 9(4).
    03 WS-CHECK-MM PIC 9(2).
    03 WS-CHECK-DD PIC 9(2).
   01 WS-NORM-YYYY PIC 9(4) VALUE 0.
   01 WS-NORM-MM PIC 9(2) VALUE 0.
   01 WS-NORM-IX PIC 9(3) VALUE 0.
   01 WS-D-IX PIC 9(3) VALUE 0.
   01 WS-BATCH-COUNT PIC 9(7) VALUE 0.
   01 WS-WITHIN-NORM-COUNT PIC 9(7) VALUE 0.
   01 WS-VARIANCE-COUNT PIC 9(7) VALUE 0.
   01 WS-NO-NORM-COUNT PIC 9(7) VALUE 0.
   01 WS-FIELDS-FLAGGED PIC 9(7) VALUE 0.
   01 WS-ALERT-COUNT PIC 9(7) VALUE 0.
   01 WS-BATCH-FLAGGED PIC 9(3) VALUE 0.
   01 WS-AVG PIC S9(9) VALUE 0.
   01 WS-ABS-AVG PIC 9(9) VALUE 0.
   01 WS-DIFF PIC S9(9) VALUE 0.
   01 WS-MOVED-PCT PIC 9(7) VALUE 0.

      *> The limits the batch in hand is judged by: its own
      *> threshold record, or the built-in default of a 3-month norm
      *> and 50 percent on every D value when it has none.
   01 WS-LIMITS.
    03 WS-LIM-NORM-MONTHS PIC 9(2).
    03 WS-LIM-PCT-LIMITS.
     05 WS-LIM-PCT PIC 9(3) OCCURS 9 TIMES.

      *> D1-D3 are signed on the history record (a net credit batch
      *> carries negative totals), so the day's values and the norm
      *> carry a sign.
   01 WS-D-VALUES.
    03 WS-D-VALUE PIC S9(5) OCCURS 9 TIMES.

   01 WS-D-NAMES PIC X(18) VALUE "D1D2D3D4D5D6D7D8D9".
   01 WS-D-NAME-TABLE REDEFINES WS-D-NAMES.
    03 WS-D-NAME PIC X(2) OCCURS 9 TIMES.

      *> The batch's monthly summary records for the norm months,
      *> added together: runs, the business days MONTHSUM counted in
      *> those months, and the D totals over those runs. Runs well
      *> short of the business days mean missed runs, and a norm
      *> resting on fewer runs than it should.
   01 WS-NORM-TOTALS.
    03 WS-NORM-MONTHS-FOUND PIC 9(3).
    03 WS-NORM-RUN-COUNT PIC 9(7).
    03 WS-NORM-BUS-DAYS PIC 9(5).
    03 WS-NORM-D-TOTAL PIC S9(11) OCCURS 9 TIMES.

   COPY CBSTAT.

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
    03 FILLER PIC X(16) VALUE "BATCH VARIANCE  ".
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

   01 REPORT-RANGE-LINE.
    03 FILLER PIC X(12) VALUE "CHECK DATE: ".
    03 RR-CHECK-DATE PIC 9(8).

   01 REPORT-COL-HEADER.
    03 FILLER PIC X(66) VALUE
       "RUN-DATE BATCH-ID RESULT     NORM-MOS NORM-RUNS NORM-BDAYS FLAGGED".

   01 BATCH-VAR-LINE.
    03 VB-RUN-DATE PIC 9(8).
    03 FILLER PIC X(1) VALUE SPACE.
    03 VB-BATCH-ID PIC X(8).
    03 FILLER PIC X(1) VALUE SPACE.
    03 VB-RESULT PIC X(10).
    03 FILLER PIC X(7) VALUE SPACES.
    03 VB-NORM-MONTHS PIC Z9.
    03 FILLER PIC X(3) VALUE SPACES.
    03 VB-NORM-RUNS PIC Z(6)9.
    03 FILLER PIC X(5) VALUE SPACES.
    03 VB-NORM-BUS-DAYS PIC Z(5)9.
    03 FILLER PIC X(1) VALUE SPACE.
    03 VB-FLAGGED PIC Z(6)9.

   01 VARIANCE-FIELD-LINE.
    03 FILLER PIC X(10) VALUE SPACES.
    03 VF-FIELD PIC X(2).
    03 FILLER PIC X(8) VALUE "  TODAY=".
    03 VF-TODAY PIC -(6)9.
    03 FILLER PIC X(7) VALUE "  NORM=".
    03 VF-NORM PIC -(9)9.
    03 FILLER PIC X(8) VALUE "  MOVED=".
    03 VF-MOVED PIC Z(6)9.
    03 FILLER PIC X(1) VALUE "%".
    03 FILLER PIC X(8) VALUE "  LIMIT=".
    03 VF-LIMIT PIC ZZ9.
    03 FILLER PIC X(1) VALUE "%".

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
    PERFORM READ-VCHK-PARM-CARD.
    IF NOT WS-PARM-CARD-READ OR VCHK-RUN-DATE = SPACES
      MOVE WS-RUN-DATE-N TO WS-CHECK-DATE
    ELSE
      IF VCHK-RUN-DATE NOT NUMERIC
        DISPLAY "VARCHK: invalid run date on parameter card"
        MOVE 12 TO RETURN-CODE
        STOP RUN
      END-IF
      MOVE VCHK-RUN-DATE TO WS-CHECK-DATE
      IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
        DISPLAY "VARCHK: invalid run date on parameter card"
        MOVE 12 TO RETURN-CODE
        STOP RUN
      END-IF
    END-IF.
    OPEN INPUT HISTORY-FILE.
    IF WS-HIST-STATUS NOT = "00"
      DISPLAY "VARCHK: unable to open HISTORY-FILE, status "
          WS-HIST-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN INPUT MONTH-SUMMARY-FILE.
    IF WS-MSUM-STATUS NOT = "00"
      DISPLAY "VARCHK: unable to open MONTH-SUMMARY-FILE, status "
          WS-MSUM-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
      *> A threshold file that has never been loaded leaves every
      *> batch on the built-in default rather than stopping the
      *> check.
    OPEN INPUT THRESHOLD-FILE.
    IF WS-VTH-STATUS = "35"
      MOVE "N" TO WS-VTH-FILE-SW
    ELSE
      IF WS-VTH-STATUS NOT = "00"
        DISPLAY "VARCHK: unable to open THRESHOLD-FILE, status "
            WS-VTH-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
      END-IF
    END-IF.
    OPEN EXTEND RUN-STATUS-FILE.
    IF WS-STAT-STATUS NOT = "00"
      DISPLAY "VARCHK: unable to open RUN-STATUS-FILE, status "
          WS-STAT-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN OUTPUT PRINT-FILE.
    IF WS-PRINT-STATUS NOT = "00"
      DISPLAY "VARCHK: unable to open PRINT-FILE, status "
          WS-PRINT-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.

    PERFORM WRITE-REPORT-HEADER.
    PERFORM WRITE-RANGE-LINE.
    PERFORM WRITE-COL-HEADER.
    PERFORM START-HISTORY-FILE.
    IF NOT WS-HIST-EOF
      PERFORM READ-HISTORY-NEXT
    END-IF.
    PERFORM CHECK-HISTORY-RECORD UNTIL WS-HIST-EOF.

    PERFORM WRITE-VARIANCE-SUMMARY.
    IF WS-ALERT-COUNT > 0
      MOVE 4 TO RETURN-CODE
    END-IF.
    CLOSE HISTORY-FILE.
    CLOSE MONTH-SUMMARY-FILE.
    IF WS-VTH-FILE-PRESENT
      CLOSE THRESHOLD-FILE
    END-IF.
    CLOSE RUN-STATUS-FILE.
    CLOSE PRINT-FILE.
    STOP RUN.

  READ-VCHK-PARM-CARD.
    OPEN INPUT PARM-FILE.
    IF WS-PARM-STATUS = "00"
      READ PARM-FILE
        AT END
          CONTINUE
        NOT AT END
          SET WS-PARM-CARD-READ TO TRUE
      END-READ
      CLOSE PARM-FILE
    END-IF.

  START-HISTORY-FILE.
    MOVE WS-CHECK-DATE TO HIST-RUN-DATE.
    MOVE LOW-VALUES TO HIST-BATCH-ID.
    START HISTORY-FILE KEY NOT < HIST-KEY
      INVALID KEY
        SET WS-HIST-EOF TO TRUE
    END-START.

  READ-HISTORY-NEXT.
    READ HISTORY-FILE NEXT RECORD
      AT END
        SET WS-HIST-EOF TO TRUE
      NOT AT END
        CONTINUE
    END-READ.

  CHECK-HISTORY-RECORD.
    IF HIST-RUN-DATE > WS-CHECK-DATE
      SET WS-HIST-EOF TO TRUE
    ELSE
      PERFORM CHECK-ONE-BATCH
      PERFORM READ-HISTORY-NEXT
    END-IF.

      *> A batch with no summary records in its norm months (a new
      *> branch, or MONTHSUM not yet run for them) has nothing to be
      *> compared with and is listed as NO NORM, not flagged.
  CHECK-ONE-BATCH.
    ADD 1 TO WS-BATCH-COUNT.
    MOVE ZERO TO WS-BATCH-FLAGGED.
    MOVE HIST-D1 TO WS-D-VALUE(1).
    MOVE HIST-D2 TO WS-D-VALUE(2).
    MOVE HIST-D3 TO WS-D-VALUE(3).
    MOVE HIST-D4 TO WS-D-VALUE(4).
    MOVE HIST-D5 TO WS-D-VALUE(5).
    MOVE HIST-D6 TO WS-D-VALUE(6).
    MOVE HIST-D7 TO WS-D-VALUE(7).
    MOVE HIST-D8 TO WS-D-VALUE(8).
    MOVE HIST-D9 TO WS-D-VALUE(9).
    PERFORM FETCH-BATCH-LIMITS.
    PERFORM BUILD-BATCH-NORM.
    MOVE HIST-RUN-DATE TO VB-RUN-DATE.
    MOVE HIST-BATCH-ID TO VB-BATCH-ID.
    MOVE WS-NORM-MONTHS-FOUND TO VB-NORM-MONTHS.
    MOVE WS-NORM-RUN-COUNT TO VB-NORM-RUNS.
    MOVE WS-NORM-BUS-DAYS TO VB-NORM-BUS-DAYS.
    IF WS-NORM-RUN-COUNT = ZERO
      ADD 1 TO WS-NO-NORM-COUNT
      MOVE "NO NORM" TO VB-RESULT
      MOVE ZERO TO VB-FLAGGED
      PERFORM WRITE-BATCH-VAR-LINE
    ELSE
      PERFORM COUNT-FIELD-VARIANCE
          VARYING WS-D-IX FROM 1 BY 1 UNTIL WS-D-IX > 9
      MOVE WS-BATCH-FLAGGED TO VB-FLAGGED
      IF WS-BATCH-FLAGGED = ZERO
        ADD 1 TO WS-WITHIN-NORM-COUNT
        MOVE "WITHIN" TO VB-RESULT
        PERFORM WRITE-BATCH-VAR-LINE
      ELSE
        ADD 1 TO WS-VARIANCE-COUNT
        MOVE "VARIANCE" TO VB-RESULT
        PERFORM WRITE-BATCH-VAR-LINE
        PERFORM WRITE-FIELD-VARIANCE
            VARYING WS-D-IX FROM 1 BY 1 UNTIL WS-D-IX > 9
        PERFORM WRITE-VARIANCE-ALERT
      END-IF
    END-IF.

  FETCH-BATCH-LIMITS.
    MOVE 3 TO WS-LIM-NORM-MONTHS.
    PERFORM SET-DEFAULT-PCT
        VARYING WS-D-IX FROM 1 BY 1 UNTIL WS-D-IX > 9.
    IF WS-VTH-FILE-PRESENT
      MOVE HIST-BATCH-ID TO VTH-BATCH-ID
      READ THRESHOLD-FILE
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE VTH-NORM-MONTHS TO WS-LIM-NORM-MONTHS
          MOVE VTH-PCT-LIMITS TO WS-LIM-PCT-LIMITS
      END-READ
    END-IF.

  SET-DEFAULT-PCT.
    MOVE 50 TO WS-LIM-PCT(WS-D-IX).

      *> The norm is the batch's average run over the whole months
      *> before the month being checked - the current month is not
      *> consolidated until its MONTHSUM run, and would only compare
      *> the batch with itself. Months the batch did not run in are
      *> simply absent from the summary file and add nothing.
  BUILD-BATCH-NORM.
    MOVE ZERO TO WS-NORM-MONTHS-FOUND.
    MOVE ZERO TO WS-NORM-RUN-COUNT.
    MOVE ZERO TO WS-NORM-BUS-DAYS.
    PERFORM INIT-NORM-TOTAL
        VARYING WS-D-IX FROM 1 BY 1 UNTIL WS-D-IX > 9.
    MOVE WS-CHECK-YYYY TO WS-NORM-YYYY.
    MOVE WS-CHECK-MM TO WS-NORM-MM.
    PERFORM ADD-MONTH-TO-NORM
        VARYING WS-NORM-IX FROM 1 BY 1
        UNTIL WS-NORM-IX > WS-LIM-NORM-MONTHS.

  INIT-NORM-TOTAL.
    MOVE ZERO TO WS-NORM-D-TOTAL(WS-D-IX).

  ADD-MONTH-TO-NORM.
    IF WS-NORM-MM = 1
      MOVE 12 TO WS-NORM-MM
      SUBTRACT 1 FROM WS-NORM-YYYY
    ELSE
      SUBTRACT 1 FROM WS-NORM-MM
    END-IF.
    COMPUTE MSUM-MONTH = WS-NORM-YYYY * 100 + WS-NORM-MM.
    MOVE HIST-BATCH-ID TO MSUM-BATCH-ID.
    READ MONTH-SUMMARY-FILE
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        ADD 1 TO WS-NORM-MONTHS-FOUND
        ADD MSUM-RUN-COUNT TO WS-NORM-RUN-COUNT
        IF MSUM-BUSINESS-DAYS NUMERIC
          ADD MSUM-BUSINESS-DAYS TO WS-NORM-BUS-DAYS
        END-IF
        PERFORM ADD-FIELD-TO-NORM
            VARYING WS-D-IX FROM 1 BY 1 UNTIL WS-D-IX > 9
    END-READ.

  ADD-FIELD-TO-NORM.
    ADD MSUM-D-TOTAL(WS-D-IX) TO WS-NORM-D-TOTAL(WS-D-IX).

      *> How far the day's value has moved from the norm, as a
      *> whole percentage of the norm. A limit of zero leaves the D
      *> value unchecked, and so does a zero norm, which no movement
      *> can be expressed as a percentage of.
  JUDGE-FIELD-VARIANCE.
    MOVE ZERO TO WS-MOVED-PCT.
    COMPUTE WS-AVG ROUNDED =
        WS-NORM-D-TOTAL(WS-D-IX) / WS-NORM-RUN-COUNT.
    IF WS-AVG < 0
      COMPUTE WS-ABS-AVG = 0 - WS-AVG
    ELSE
      MOVE WS-AVG TO WS-ABS-AVG
    END-IF.
    IF WS-LIM-PCT(WS-D-IX) > 0 AND WS-ABS-AVG > 0
      COMPUTE WS-DIFF = WS-D-VALUE(WS-D-IX) - WS-AVG
      IF WS-DIFF < 0
        COMPUTE WS-DIFF = 0 - WS-DIFF
      END-IF
      COMPUTE WS-MOVED-PCT ROUNDED = WS-DIFF * 100 / WS-ABS-AVG
        ON SIZE ERROR
          MOVE 9999999 TO WS-MOVED-PCT
      END-COMPUTE
    END-IF.

  COUNT-FIELD-VARIANCE.
    PERFORM JUDGE-FIELD-VARIANCE.
    IF WS-LIM-PCT(WS-D-IX) > 0
        AND WS-MOVED-PCT > WS-LIM-PCT(WS-D-IX)
      ADD 1 TO WS-BATCH-FLAGGED
      ADD 1 TO WS-FIELDS-FLAGGED
    END-IF.

  WRITE-FIELD-VARIANCE.
    PERFORM JUDGE-FIELD-VARIANCE.
    IF WS-LIM-PCT(WS-D-IX) > 0
        AND WS-MOVED-PCT > WS-LIM-PCT(WS-D-IX)
      MOVE WS-D-NAME(WS-D-IX) TO VF-FIELD
      MOVE WS-D-VALUE(WS-D-IX) TO VF-TODAY
      MOVE WS-AVG TO VF-NORM
      MOVE WS-MOVED-PCT TO VF-MOVED
      MOVE WS-LIM-PCT(WS-D-IX) TO VF-LIMIT
      IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM WRITE-REPORT-HEADER
        PERFORM WRITE-COL-HEADER
      END-IF
      MOVE SPACES TO PRINT-RECORD
      WRITE PRINT-RECORD FROM VARIANCE-FIELD-LINE
      ADD 1 TO WS-LINE-COUNT
    END-IF.

      *> One alert per flagged batch, added to the run-status output
      *> behind MATH's own record, so the scheduler's overnight test
      *> of that data set sees it and can page the on-call analyst.
  WRITE-VARIANCE-ALERT.
    MOVE SPACES TO RUN-STATUS-RECORD.
    MOVE HIST-RUN-DATE TO ST-RUN-DATE.
    MOVE WS-RUN-TIME(1:6) TO ST-START-TIME.
    MOVE WS-RUN-TIME(1:6) TO ST-END-TIME.
    MOVE HIST-BATCH-ID TO ST-BATCH-ID.
    MOVE "VARIANCE" TO ST-RUN-TYPE.
    MOVE 4 TO ST-RETURN-CODE.
    MOVE HIST-REC-COUNT TO ST-REC-COUNT.
    MOVE ZERO TO ST-SUSPEND-COUNT.
    MOVE WS-BATCH-FLAGGED TO ST-EXCEPTION-COUNT.
    MOVE "VARIANCE" TO ST-RECON-STATUS.
    MOVE SPACES TO RUN-STATUS-FILE-RECORD.
    WRITE RUN-STATUS-FILE-RECORD FROM RUN-STATUS-RECORD.
    ADD 1 TO WS-ALERT-COUNT.

  WRITE-VARIANCE-SUMMARY.
    MOVE "BATCHES CHECKED" TO RD-LABEL   MOVE WS-BATCH-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "WITHIN NORM" TO RD-LABEL   MOVE WS-WITHIN-NORM-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "VARIANCES" TO RD-LABEL   MOVE WS-VARIANCE-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "NO NORM" TO RD-LABEL   MOVE WS-NO-NORM-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "FIELDS FLAGGED" TO RD-LABEL   MOVE WS-FIELDS-FLAGGED TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "ALERTS WRITTEN" TO RD-LABEL   MOVE WS-ALERT-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "VARIANCE STATUS" TO RT-LABEL.
    EVALUATE TRUE
      WHEN WS-BATCH-COUNT = ZERO
        MOVE "NO RUNS ON DATE" TO RT-VALUE
      WHEN WS-ALERT-COUNT > 0
        MOVE "ALERTS RAISED" TO RT-VALUE
      WHEN OTHER
        MOVE "ALL WITHIN NORM" TO RT-VALUE
    END-EVALUATE.
    PERFORM WRITE-TEXT-LINE.

  WRITE-RANGE-LINE.
    MOVE WS-CHECK-DATE TO RR-CHECK-DATE.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM REPORT-RANGE-LINE.
    ADD 1 TO WS-LINE-COUNT.

  WRITE-COL-HEADER.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM REPORT-COL-HEADER.
    ADD 1 TO WS-LINE-COUNT.

  WRITE-BATCH-VAR-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
      PERFORM WRITE-REPORT-HEADER
      PERFORM WRITE-COL-HEADER
    END-IF.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM BATCH-VAR-LINE.
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
