       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RUNPM-RUN-TYPE
       FILE STATUS IS WS-RUNPM-STATUS.
     SELECT ACCOUNT-HISTORY-FILE ASSIGN TO ACCTHIST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS AHST-KEY
       FILE STATUS IS WS-ACHST-STATUS.
     SELECT HELD-BATCH-FILE ASSIGN TO HELDBAT
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HLD-KEY
       FILE STATUS IS WS-HELD-STATUS.
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

DATA DIVISION.
  FILE SECTION.
    01 RUN-STATUS-FILE-RECORD PIC X(80).

   FD POSTING-REGISTER
     RECORD CONTAINS 100 CHARACTERS.
     COPY CBPOST.

   FD STAT-HIST-FILE
     RECORD CONTAINS 33 CHARACTERS.
     COPY CBRUNPM.

   FD ACCOUNT-HISTORY-FILE
     RECORD CONTAINS 50 CHARACTERS.
     COPY CBHACCT.

   FD HELD-BATCH-FILE
     RECORD CONTAINS 120 CHARACTERS.
     COPY CBHELD.

   FD PERIOD-CONTROL-FILE
     RECORD CONTAINS 40 CHARACTERS.
     COPY CBPERD.

   FD CALENDAR-FILE
     RECORD CONTAINS 380 CHARACTERS.
     COPY CBCALN.

  WORKING-STORAGE SECTION.
      *> D1-D3 are the batch's running net totals and are signed: a
      *> batch whose subtract amounts outrun its add amounts ends in
      *> a net credit, which is a normal business result, not a size
      *> error. D4-D9 are derived from the D4/D5 card values and
      *> cannot go negative.
   01 MY-DATA.
    03 D1 PIC S99999 VALUE 0.
    03 D2 PIC S99999 VALUE 0.
    03 D3 PIC S99999 VALUE 0.
    03 D4 PIC 99999 VALUE 0.
    03 D5 PIC 99999 VALUE 0.
    03 D6 PIC 99999 VALUE 0.
   01 WS-REV-MATCHED-COUNT PIC 9(7) VALUE 0.
   01 WS-REV-ORPHAN-COUNT PIC 9(7) VALUE 0.
   01 WS-REV-DUP-COUNT PIC 9(7) VALUE 0.
   01 WS-REV-CLOSED-COUNT PIC 9(7) VALUE 0.

      *> Closed accounting periods (PERIODCT, maintained by
      *> PRDCLOSE). No file means nothing has been closed yet. The
      *> last month looked up is remembered, since a run's
      *> reversals mostly quote the same month or two.
   01 WS-PRD-STATUS PIC XX VALUE "00".
   01 WS-PERIOD-FILE-SW PIC X VALUE "N".
      88 WS-PERIOD-FILE-OPEN VALUE "Y".
   01 WS-RUN-PERIOD-SW PIC X VALUE "N".
      88 WS-RUN-PERIOD-CLOSED VALUE "Y".
   01 WS-PRD-DATE-WK PIC 9(8) VALUE 0.
   01 WS-PRD-MONTH-WK PIC 9(6) VALUE 0.
   01 WS-PRD-LAST-MONTH PIC 9(6) VALUE 0.
   01 WS-PRD-LAST-STATUS PIC X VALUE "O".
      88 WS-PRD-MONTH-CLOSED VALUE "C".

      *> Business-day calendar (CALENDAR, maintained by CALUPD). No
      *> file, or no record for the run date's year, falls back to
      *> Monday-Friday as the business days. A restart carries on
      *> the run date the interrupted run was already allowed under
      *> and is not checked again.
   01 WS-CAL-STATUS PIC XX VALUE "00".
   01 WS-CAL-YEAR-SW PIC X VALUE "N".
      88 WS-CAL-YEAR-ON-FILE VALUE "Y".
   01 WS-NON-BUS-OVERRIDE-SW PIC X VALUE "N".
      88 WS-NON-BUS-OVERRIDE VALUE "Y".
   01 WS-RUN-DAY-SW PIC X VALUE "X".
      88 WS-RUN-DAY-NOT-CHECKED VALUE "X".
      88 WS-RUN-DAY-BUSINESS VALUE "B".
      88 WS-RUN-DAY-STOPPED VALUE "S".
      88 WS-RUN-DAY-OVERRIDDEN VALUE "O".
   01 WS-CAL-INTEGER PIC 9(8) VALUE 0.
   01 WS-CAL-WEEKDAY PIC 9(1) VALUE 0.
   01 WS-CAL-DATE-WK PIC 9(8) VALUE 0.
   01 WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE-WK.
    03 WS-CAL-YYYY PIC 9(4).
    03 WS-CAL-MM PIC 9(2).
    03 WS-CAL-DD PIC 9(2).
   01 WS-D9-HASH-TOTAL PIC 9(7) VALUE 0.
   01 WS-REC-COUNT-SW PIC X VALUE "N".
      88 WS-REC-COUNT-NOT-CHECKED VALUE "N".
      88 WS-HIST-WRITE-FAILED VALUE "W".

   01 WS-BATCH-REC-COUNT PIC 9(7) VALUE 0.
   01 WS-BATCH-UNPOSTED-COUNT PIC 9(5) VALUE 0.
   01 WS-BATCH-D9-HASH PIC 9(7) VALUE 0.
   01 WS-BATCH-SAVED-SW PIC X VALUE "N".
      88 WS-BATCH-SAVED VALUE "Y".
   01 WS-POST-BATCH-ID PIC X(8) VALUE SPACES.
   01 WS-POST-DATA PIC X(45) VALUE SPACES.
   01 WS-POST-REC-COUNT PIC 9(7) VALUE 0.
   01 WS-POST-UNPOSTED-COUNT PIC 9(5) VALUE 0.
   01 WS-POST-D9-HASH PIC 9(7) VALUE 0.
   01 WS-POST-STATUS PIC X(12) VALUE SPACES.

   01 WS-CARRY-TABLE.
    03 WS-CY-BATCH-ID PIC X(8) OCCURS 500 TIMES.

      *> The open batch's per-account subtotals, cleared wherever
      *> MY-DATA is and posted with the batch at close. Each card's
      *> share is taken as the change it made to D1 and D3, so the
      *> accounts always sum to the batch totals, size errors and
      *> all. A batch naming more distinct accounts than the table
      *> holds carries the rest in a final *OTHER* entry and says so
      *> on the exception report; cards without an account code
      *> subtotal under *NONE*.
   01 WS-ACHST-STATUS PIC XX VALUE "00".
   01 WS-ACHST-EOF-SW PIC X VALUE "N".
      88 WS-ACHST-EOF VALUE "Y".
   01 WS-ACHST-BATCH-WK PIC X(8) VALUE SPACES.
   01 WS-ACCT-MAX PIC 9(3) VALUE 199.
   01 WS-ACCT-OTHER-SLOT PIC 9(3) VALUE 200.
   01 WS-ACCT-COUNT PIC 9(3) VALUE 0.
   01 WS-ACCT-IX PIC 9(3) VALUE 0.
   01 WS-ACCT-SLOT PIC 9(3) VALUE 0.
   01 WS-ACCT-CODE-WK PIC X(8) VALUE SPACES.
   01 WS-ACCT-D1-BEFORE PIC S99999 VALUE 0.
   01 WS-ACCT-D2-BEFORE PIC S99999 VALUE 0.
   01 WS-ACCT-D3-BEFORE PIC S99999 VALUE 0.
   01 WS-ACCT-REC-TOTAL PIC 9(7) VALUE 0.
   01 WS-ACCT-TABLE.
    03 WS-AC-ENTRY OCCURS 200 TIMES.
     05 WS-AC-CODE PIC X(8).
     05 WS-AC-REC-COUNT PIC 9(7).
     05 WS-AC-D1 PIC S9(7).
     05 WS-AC-D3 PIC S9(7).

      *> A batch whose cards do not reconcile to its trailer is held,
      *> not posted. Whether a batch balances is only known at its
      *> trailer, long after its cards would have hit the posting
      *> register and the suspense files, so TRANSIN is read through
      *> once before anything posts: each out-of-balance batch is
      *> noted here by the sequence number it starts at (its header,
      *> the trailer ending the batch before it, or 0 at the top of
      *> the file) with its punched and counted figures. The main
      *> pass then parks those batches' cards on the HELDBAT queue.
      *> A file with more out-of-balance batches than the table
      *> holds posts the rest as MISMATCH, as before.
   01 WS-HELD-STATUS PIC XX VALUE "00".
   01 WS-HELD-EOF-SW PIC X VALUE "N".
      88 WS-HELD-EOF VALUE "Y".
   01 WS-BATCH-HOLD-SW PIC X VALUE "N".
      88 WS-BATCH-HOLDING VALUE "Y".
   01 WS-SCAN-SEQ-NO PIC 9(7) VALUE 0.
   01 WS-SCAN-START-SEQ PIC 9(7) VALUE 0.
   01 WS-SCAN-REC-COUNT PIC 9(7) VALUE 0.
   01 WS-SCAN-D9-HASH PIC 9(7) VALUE 0.
   01 WS-SCAN-D9 PIC 9(5) VALUE 0.
   01 WS-HOLD-MAX PIC 9(3) VALUE 100.
   01 WS-HOLD-COUNT PIC 9(3) VALUE 0.
   01 WS-HOLD-IX PIC 9(3) VALUE 0.
   01 WS-HOLD-SLOT PIC 9(3) VALUE 0.
   01 WS-HOLD-TABLE.
    03 WS-HT-ENTRY OCCURS 100 TIMES.
     05 WS-HT-START-SEQ PIC 9(7).
     05 WS-HT-EXPECTED-COUNT PIC 9(7).
     05 WS-HT-ACTUAL-COUNT PIC 9(7).
     05 WS-HT-EXPECTED-HASH PIC 9(7).
     05 WS-HT-ACTUAL-HASH PIC 9(7).
   01 WS-HELD-BATCH-COUNT PIC 9(5) VALUE 0.
   01 WS-HELD-REC-COUNT PIC 9(7) VALUE 0.

      *> Batches a supervisor has released since they were held,
      *> collected from the HELDBAT queue at startup and posted ahead
      *> of the recycle pass and TRANSIN, each under its own
      *> batch-id or the substitute it was given (see
      *> NOTE-RELEASED-BATCH). Only the keys are held here.
   01 WS-RELEASE-MAX PIC 9(3) VALUE 100.
   01 WS-RELEASE-COUNT PIC 9(3) VALUE 0.
   01 WS-RELEASE-IX PIC 9(3) VALUE 0.
   01 WS-RELEASE-TABLE.
    03 WS-RL-ENTRY OCCURS 100 TIMES.
     05 WS-RL-HELD-DATE PIC 9(8).
     05 WS-RL-BATCH-ID PIC X(8).
     05 WS-RL-POST-BATCH-ID PIC X(8).
     05 WS-RL-SUPERVISOR-ID PIC X(8).
   01 WS-RELEASE-BATCH-COUNT PIC 9(5) VALUE 0.
   01 WS-RELEASE-REC-COUNT PIC 9(7) VALUE 0.

      *> The batch-ids today's run posts under - the PARMIN batch-id
      *> (recycled items and a headerless file) and every batch
      *> header on TRANSIN - noted by the read-through. FEEDMRG
      *> hands a source's first feed the same batch-id every day, so
      *> a released batch can carry an id today's input uses too;
      *> posting both under one run date would collide on the
      *> history, register and account-history keys. Such a release
      *> posts under a substitute: the same 6-character source
      *> prefix with the first 2-digit suffix not in use. Only when
      *> every suffix is taken is it deferred - left released on
      *> the queue for the next run. A file with more batches than
      *> the table holds defers every release, as nothing can be
      *> said to be clear.
   01 WS-INPUT-ID-MAX PIC 9(3) VALUE 200.
   01 WS-INPUT-ID-COUNT PIC 9(3) VALUE 0.
   01 WS-INPUT-ID-IX PIC 9(3) VALUE 0.
   01 WS-INPUT-ID-TABLE.
    03 WS-IN-BATCH-ID PIC X(8) OCCURS 200 TIMES.
   01 WS-INPUT-ID-WK PIC X(8) VALUE SPACES.
   01 WS-INPUT-ID-FOUND-SW PIC X VALUE "N".
      88 WS-INPUT-ID-FOUND VALUE "Y".
   01 WS-INPUT-ID-FULL-SW PIC X VALUE "N".
      88 WS-INPUT-ID-FULL VALUE "Y".
   01 WS-RELEASE-DEFER-COUNT PIC 9(5) VALUE 0.
   01 WS-RELEASE-RENAME-COUNT PIC 9(5) VALUE 0.
   01 WS-SUBST-NO PIC 9(3) VALUE 0.
   01 WS-SUBST-BATCH-ID.
    03 WS-SUBST-SOURCE-ID PIC X(6).
    03 WS-SUBST-FEED-NO PIC 9(2).
   01 WS-RELEASED-AS-MSG.
    03 FILLER PIC X(12) VALUE "RELEASED AS ".
    03 WS-RAM-BATCH-ID PIC X(8).
    03 FILLER PIC X(20) VALUE " - batch-id in use".
   01 WS-RECON-REC-COUNT PIC 9(7) VALUE 0.

   COPY CBEXCPT.
   COPY CBCKPT.
   COPY CBAUDIT.
    03 RT-LABEL PIC X(15).
    03 RT-VALUE PIC X(20).

   01 REPORT-AMOUNT-LINE.
    03 RA-LABEL PIC X(15).
    03 RA-VALUE PIC -(6)9.

   01 REPORT-BATCH-LINE.
    03 FILLER PIC X(7) VALUE "BATCH: ".
    03 RB-BATCH-ID PIC X(8).
    03 FILLER PIC X(9) VALUE "  STATUS=".
    03 RB-STATUS PIC X(12).

   01 REPORT-ACCOUNT-LINE.
    03 FILLER PIC X(11) VALUE "  ACCOUNT: ".
    03 RAC-ACCOUNT-CODE PIC X(8).
    03 FILLER PIC X(7) VALUE "  RECS=".
    03 RAC-REC-COUNT PIC Z(6)9.
    03 FILLER PIC X(5) VALUE "  D1=".
    03 RAC-D1 PIC -(7)9.
    03 FILLER PIC X(5) VALUE "  D3=".
    03 RAC-D3 PIC -(7)9.

   01 REPORT-RELEASE-LINE.
    03 FILLER PIC X(15) VALUE "  RELEASED BY: ".
    03 RRL-SUPERVISOR-ID PIC X(8).
    03 FILLER PIC X(11) VALUE "  HELD ON: ".
    03 RRL-HELD-DATE PIC 9(8).
    03 RRL-RENAME-TEXT PIC X(42).

   01 REPORT-RENAME-TEXT.
    03 FILLER PIC X(11) VALUE "  HELD AS: ".
    03 RRT-HELD-BATCH-ID PIC X(8).
    03 FILLER PIC X(15) VALUE "  RELEASED AS: ".
    03 RRT-POST-BATCH-ID PIC X(8).

PROCEDURE DIVISION.
  MAIN SECTION.
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME.
          " batch-id " WS-RUN-BATCH-ID
          " - " WS-CARRIED-COUNT " completed batch(es) carried"
    END-IF.
    PERFORM OPEN-PERIOD-CONTROL.
    PERFORM CHECK-RUN-PERIOD.
    IF WS-RUN-PERIOD-CLOSED
      DISPLAY "MATH: run date " WS-RUN-DATE
          " falls in closed period " WS-PRD-MONTH-WK
          " - no rerun or restart may post to it"
      MOVE 8 TO RETURN-CODE
      PERFORM WRITE-RUN-STATUS-RECORD
      STOP RUN
    END-IF.
    IF NOT WS-TRANS-RESTART
      PERFORM CHECK-RUN-BUSINESS-DAY
      IF WS-RUN-DAY-STOPPED
        DISPLAY "MATH: run date " WS-RUN-DATE
            " is not a business day"
            " - punch Y in the non-business-day override to run"
        MOVE 8 TO RETURN-CODE
        PERFORM WRITE-RUN-STATUS-RECORD
        STOP RUN
      END-IF
    END-IF.
    PERFORM OPEN-HISTORY-FILE.
    IF NOT WS-RERUN-OVERRIDE AND NOT WS-TRANS-RESTART
      PERFORM CHECK-DUPLICATE-RUN
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    PERFORM PRESCAN-BATCH-CONTROLS.
    OPEN OUTPUT PRINT-FILE.
    IF WS-PRINT-STATUS NOT = "00"
      DISPLAY "MATH: unable to open PRINT-FILE, status " WS-PRINT-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    IF WS-RUN-DAY-OVERRIDDEN
      PERFORM WARN-NON-BUSINESS-DAY
    END-IF.
    OPEN OUTPUT AUDIT-FILE.
    IF WS-AUDIT-STATUS NOT = "00"
      DISPLAY "MATH: unable to open AUDIT-FILE, status " WS-AUDIT-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN I-O ACCOUNT-HISTORY-FILE.
    IF WS-ACHST-STATUS = "35"
      OPEN OUTPUT ACCOUNT-HISTORY-FILE
      CLOSE ACCOUNT-HISTORY-FILE
      OPEN I-O ACCOUNT-HISTORY-FILE
    END-IF.
    IF WS-ACHST-STATUS NOT = "00"
      DISPLAY "MATH: unable to open ACCOUNT-HISTORY-FILE, status "
          WS-ACHST-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN I-O HELD-BATCH-FILE.
    IF WS-HELD-STATUS = "35"
      OPEN OUTPUT HELD-BATCH-FILE
      CLOSE HELD-BATCH-FILE
      OPEN I-O HELD-BATCH-FILE
    END-IF.
    IF WS-HELD-STATUS NOT = "00"
      DISPLAY "MATH: unable to open HELD-BATCH-FILE, status "
          WS-HELD-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN OUTPUT INTERFACE-FILE.
    IF WS-INTF-STATUS NOT = "00"
      DISPLAY "MATH: unable to open INTERFACE-FILE, status "
      PERFORM EMIT-CARRIED-BATCHES
    END-IF.

    PERFORM RELEASE-HELD-BATCHES.
    PERFORM RECYCLE-SUSPENSE-FILE.
    MOVE ZERO TO WS-CURRENT-SEQ-NO.
    PERFORM CHECK-HELD-BATCH.
    PERFORM READ-TRANS-RECORD.
    PERFORM PROCESS-TRANS-RECORD UNTIL WS-TRANS-EOF.
    IF NOT WS-BATCH-SAVED
    CLOSE TRANS-FILE.
    CLOSE SUSPENSE-MASTER-FILE.
    CLOSE POSTING-REGISTER.
    CLOSE ACCOUNT-HISTORY-FILE.
    CLOSE HELD-BATCH-FILE.
    IF WS-PERIOD-FILE-OPEN
      CLOSE PERIOD-CONTROL-FILE
    END-IF.

    MOVE "9" TO CK-STAGE
    PERFORM WRITE-CHECKPOINT.
      PERFORM WRITE-CHECKPOINT
    END-PERFORM.

  OPEN-PERIOD-CONTROL.
    OPEN INPUT PERIOD-CONTROL-FILE.
    EVALUATE WS-PRD-STATUS
      WHEN "00"
        SET WS-PERIOD-FILE-OPEN TO TRUE
      WHEN "35"
        CONTINUE
      WHEN OTHER
        DISPLAY "MATH: unable to open PERIOD-CONTROL-FILE, status "
            WS-PRD-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-EVALUATE.

      *> Today's run date can only fall in a closed month when a
      *> rerun override or a restart carries an old date forward;
      *> either way the month's figures have been reported and the
      *> run stops before anything is opened for output.
  CHECK-RUN-PERIOD.
    MOVE WS-RUN-DATE TO WS-PRD-DATE-WK.
    DIVIDE WS-PRD-DATE-WK BY 100 GIVING WS-PRD-MONTH-WK.
    PERFORM LOOKUP-PERIOD-STATUS.
    IF WS-PRD-MONTH-CLOSED
      SET WS-RUN-PERIOD-CLOSED TO TRUE
    END-IF.

  LOOKUP-PERIOD-STATUS.
    IF WS-PRD-MONTH-WK NOT = WS-PRD-LAST-MONTH
      MOVE WS-PRD-MONTH-WK TO WS-PRD-LAST-MONTH
      MOVE "O" TO WS-PRD-LAST-STATUS
      IF WS-PERIOD-FILE-OPEN
        MOVE WS-PRD-MONTH-WK TO PRD-MONTH
        READ PERIOD-CONTROL-FILE
          INVALID KEY
            CONTINUE
          NOT INVALID KEY
            IF PRD-CLOSED
              MOVE "C" TO WS-PRD-LAST-STATUS
            END-IF
        END-READ
      END-IF
    END-IF.

      *> A run date the calendar does not mark as a business day
      *> (a weekend, a bank holiday) stops the run before anything
      *> is opened for output, unless the parm card says the run is
      *> intended - a weekend month-end, say - in which case it goes
      *> ahead and the day is flagged on the exception file.
  CHECK-RUN-BUSINESS-DAY.
    MOVE WS-RUN-DATE TO WS-CAL-DATE-WK.
    OPEN INPUT CALENDAR-FILE.
    EVALUATE WS-CAL-STATUS
      WHEN "00"
        MOVE WS-CAL-YYYY TO CAL-YEAR
        READ CALENDAR-FILE
          INVALID KEY
            CONTINUE
          NOT INVALID KEY
            SET WS-CAL-YEAR-ON-FILE TO TRUE
        END-READ
        CLOSE CALENDAR-FILE
      WHEN "35"
        CONTINUE
      WHEN OTHER
        DISPLAY "MATH: unable to open CALENDAR-FILE, status "
            WS-CAL-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-EVALUATE.
    IF WS-CAL-YEAR-ON-FILE
      IF CAL-BUSINESS-DAY(WS-CAL-MM, WS-CAL-DD)
        SET WS-RUN-DAY-BUSINESS TO TRUE
      END-IF
    ELSE
      COMPUTE WS-CAL-INTEGER = FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-WK)
      COMPUTE WS-CAL-WEEKDAY = FUNCTION MOD(WS-CAL-INTEGER - 1, 7)
      IF WS-CAL-WEEKDAY < 5
        SET WS-RUN-DAY-BUSINESS TO TRUE
      END-IF
    END-IF.
    IF NOT WS-RUN-DAY-BUSINESS
      IF WS-NON-BUS-OVERRIDE
        SET WS-RUN-DAY-OVERRIDDEN TO TRUE
      ELSE
        SET WS-RUN-DAY-STOPPED TO TRUE
      END-IF
    END-IF.

  WARN-NON-BUSINESS-DAY.
    MOVE "CALENDAR" TO ED-OPERATION.
    MOVE ZERO TO ED-OPERAND1.
    MOVE ZERO TO ED-OPERAND2.
    MOVE "run date not a business day - overridden" TO ED-MESSAGE.
    PERFORM WRITE-EXCEPTION-LINE.

  OPEN-HISTORY-FILE.
    OPEN I-O HISTORY-FILE.
    IF WS-HIST-STATUS = "35"
      MOVE WS-SUSPEND-COUNT TO ST-SUSPEND-COUNT
      MOVE WS-EXCEPTION-COUNT TO ST-EXCEPTION-COUNT
      EVALUATE TRUE
        WHEN WS-RUN-PERIOD-CLOSED
          MOVE "PRD CLOSED" TO ST-RECON-STATUS
        WHEN WS-RUN-DAY-STOPPED
          MOVE "NOT BUS DAY" TO ST-RECON-STATUS
        WHEN WS-DUPLICATE-RUN
          MOVE "DUPLICATE" TO ST-RECON-STATUS
        WHEN WS-HIST-OPEN-FAILED OR WS-HIST-WRITE-FAILED
          MOVE "HIST FAILED" TO ST-RECON-STATUS
        WHEN WS-REC-COUNT-MISMATCHED
          MOVE "MISMATCH" TO ST-RECON-STATUS
        WHEN WS-HELD-BATCH-COUNT > 0
          MOVE "BATCH HELD" TO ST-RECON-STATUS
        WHEN WS-REC-COUNT-MATCHED
          MOVE "MATCH" TO ST-RECON-STATUS
        WHEN OTHER
          MOVE "NOT CHECKED" TO ST-RECON-STATUS
      END-EVALUATE
      MOVE SPACES TO RUN-STATUS-FILE-RECORD
      WRITE RUN-STATUS-FILE-RECORD FROM RUN-STATUS-RECORD
      CLOSE RUN-STATUS-FILE
      IF NOT WS-DUPLICATE-RUN AND NOT WS-RUN-PERIOD-CLOSED
          AND NOT WS-RUN-DAY-STOPPED
        PERFORM POST-RUN-STATUS-HISTORY
      END-IF
    END-IF.
      *> never gets here: its record (RC 8, zero counts, DUPLICATE)
      *> describes the blocked resubmission, not the run, and
      *> letting it replace the genuine run's entry would destroy
      *> exactly the statistics this file exists to keep. The
      *> closed-period and non-business-day stops are kept out for
      *> the same reason.
  POST-RUN-STATUS-HISTORY.
    OPEN I-O STAT-HIST-FILE.
    IF WS-STATH-STATUS = "35"
          IF PARM-RERUN-OVERRIDE = "Y"
            SET WS-RERUN-OVERRIDE TO TRUE
          END-IF
          IF PARM-NON-BUS-OVERRIDE = "Y"
            SET WS-NON-BUS-OVERRIDE TO TRUE
          END-IF
      END-READ
      CLOSE PARM-FILE
    END-IF.
    PERFORM EMIT-ONE-CARRIED-BATCH
        VARYING WS-CARRY-IX FROM 1 BY 1
        UNTIL WS-CARRY-IX > WS-CARRIED-COUNT.
    PERFORM CLEAR-ACCOUNT-TABLE.

  EMIT-ONE-CARRIED-BATCH.
    MOVE WS-RUN-DATE TO HIST-RUN-DATE.
      NOT INVALID KEY
        PERFORM STAGE-CARRIED-BATCH
        ADD 1 TO WS-BATCH-COUNT
        PERFORM LOAD-CARRIED-ACCOUNTS
        PERFORM WRITE-INTERFACE-DETAIL
        PERFORM WRITE-INTERFACE-ACCOUNTS
        PERFORM WRITE-BATCH-REPORT-LINE
        PERFORM WRITE-ACCOUNT-REPORT-LINES
        PERFORM WRITE-BATCH-CHECKPOINT
    END-READ.

      *> A carried batch's account subtotals come back from the
      *> account history the interrupted attempt wrote alongside its
      *> history record.
  LOAD-CARRIED-ACCOUNTS.
    PERFORM CLEAR-ACCOUNT-TABLE.
    MOVE WS-CY-BATCH-ID(WS-CARRY-IX) TO WS-ACHST-BATCH-WK.
    PERFORM START-ACCOUNT-HISTORY.
    PERFORM LOAD-ONE-CARRIED-ACCOUNT UNTIL WS-ACHST-EOF.

  LOAD-ONE-CARRIED-ACCOUNT.
    PERFORM READ-ACCOUNT-HISTORY-NEXT.
    IF NOT WS-ACHST-EOF
      IF WS-ACCT-COUNT < WS-ACCT-OTHER-SLOT
        ADD 1 TO WS-ACCT-COUNT
        MOVE AHST-ACCOUNT-CODE TO WS-AC-CODE(WS-ACCT-COUNT)
        MOVE AHST-REC-COUNT TO WS-AC-REC-COUNT(WS-ACCT-COUNT)
        MOVE AHST-D1 TO WS-AC-D1(WS-ACCT-COUNT)
        MOVE AHST-D3 TO WS-AC-D3(WS-ACCT-COUNT)
      END-IF
    END-IF.

  START-ACCOUNT-HISTORY.
    MOVE "N" TO WS-ACHST-EOF-SW.
    MOVE WS-RUN-DATE TO AHST-RUN-DATE.
    MOVE WS-ACHST-BATCH-WK TO AHST-BATCH-ID.
    MOVE LOW-VALUES TO AHST-ACCOUNT-CODE.
    START ACCOUNT-HISTORY-FILE KEY NOT < AHST-KEY
      INVALID KEY
        SET WS-ACHST-EOF TO TRUE
    END-START.

      *> Reading stops at the first record beyond the batch, so the
      *> caller only ever sees the one batch's accounts.
  READ-ACCOUNT-HISTORY-NEXT.
    READ ACCOUNT-HISTORY-FILE NEXT RECORD
      AT END
        SET WS-ACHST-EOF TO TRUE
      NOT AT END
        IF AHST-RUN-DATE NOT = WS-RUN-DATE
            OR AHST-BATCH-ID NOT = WS-ACHST-BATCH-WK
          SET WS-ACHST-EOF TO TRUE
        END-IF
    END-READ.

  STAGE-CARRIED-BATCH.
    MOVE HIST-BATCH-ID TO WS-POST-BATCH-ID.
      *> HIST-D1 through HIST-D9 sit contiguously behind the key and
    ELSE
      MOVE ZERO TO WS-POST-REC-COUNT
    END-IF.
    IF HIST-UNPOSTED-COUNT NUMERIC
      MOVE HIST-UNPOSTED-COUNT TO WS-POST-UNPOSTED-COUNT
    ELSE
      MOVE ZERO TO WS-POST-UNPOSTED-COUNT
    END-IF.
    IF HIST-D9-HASH NUMERIC
      MOVE HIST-D9-HASH TO WS-POST-D9-HASH
    ELSE
      WHEN "X"
        MOVE "MISMATCH" TO WS-POST-STATUS
        SET WS-BATCH-CONTROL-FAILED TO TRUE
      WHEN "R"
        MOVE "RELEASED" TO WS-POST-STATUS
        ADD WS-POST-REC-COUNT TO WS-RELEASE-REC-COUNT
      WHEN OTHER
        MOVE "NOT CHECKED" TO WS-POST-STATUS
    END-EVALUATE.
      MOVE MY-COUNTER2 TO HIST-COUNTER2
      MOVE MY-COUNTER3 TO HIST-COUNTER3
      MOVE WS-POST-REC-COUNT TO HIST-REC-COUNT
      MOVE WS-POST-UNPOSTED-COUNT TO HIST-UNPOSTED-COUNT
      MOVE WS-POST-D9-HASH TO HIST-D9-HASH
      EVALUATE WS-POST-STATUS
        WHEN "MATCH"
          MOVE "M" TO HIST-CONTROL-STATUS
        WHEN "MISMATCH"
          MOVE "X" TO HIST-CONTROL-STATUS
        WHEN "RELEASED"
          MOVE "R" TO HIST-CONTROL-STATUS
        WHEN OTHER
          MOVE "N" TO HIST-CONTROL-STATUS
      END-EVALUATE
      END-WRITE
    END-IF.

      *> The batch's account subtotals post to the account history
      *> under the same run date and batch-id as its history record.
      *> A rerun-override or restart replacing the batch first clears
      *> the subtotals the earlier attempt left, so an account that
      *> has dropped out of the batch does not linger; an ordinary
      *> run only adds, and a key already on file is reported as the
      *> history record's would be.
  WRITE-ACCOUNT-HISTORY.
    IF WS-RERUN-OVERRIDE OR WS-TRANS-RESTART
      MOVE WS-POST-BATCH-ID TO WS-ACHST-BATCH-WK
      PERFORM START-ACCOUNT-HISTORY
      PERFORM CLEAR-ONE-ACCOUNT-HISTORY UNTIL WS-ACHST-EOF
    END-IF.
    PERFORM WRITE-ONE-ACCOUNT-HISTORY
        VARYING WS-ACCT-IX FROM 1 BY 1
        UNTIL WS-ACCT-IX > WS-ACCT-COUNT.

  CLEAR-ONE-ACCOUNT-HISTORY.
    PERFORM READ-ACCOUNT-HISTORY-NEXT.
    IF NOT WS-ACHST-EOF
      DELETE ACCOUNT-HISTORY-FILE
        INVALID KEY
          DISPLAY "MATH: unable to clear account history, key "
              AHST-KEY
      END-DELETE
    END-IF.

  WRITE-ONE-ACCOUNT-HISTORY.
    MOVE SPACES TO ACCOUNT-HISTORY-RECORD.
    MOVE WS-RUN-DATE TO AHST-RUN-DATE.
    MOVE WS-POST-BATCH-ID TO AHST-BATCH-ID.
    MOVE WS-AC-CODE(WS-ACCT-IX) TO AHST-ACCOUNT-CODE.
    MOVE WS-AC-REC-COUNT(WS-ACCT-IX) TO AHST-REC-COUNT.
    MOVE WS-AC-D1(WS-ACCT-IX) TO AHST-D1.
    MOVE WS-AC-D3(WS-ACCT-IX) TO AHST-D3.
    WRITE ACCOUNT-HISTORY-RECORD
      INVALID KEY
        DISPLAY "MATH: unable to add account history, duplicate key "
            AHST-KEY
    END-WRITE.

  WRITE-INTERFACE-HEADER.
    MOVE SPACES TO INTF-HEADER-REC.
    MOVE "H" TO IFH-RECORD-TYPE.
    END-IF.
    MOVE WS-INPUT-REC-COUNT TO IFT-REC-COUNT.
    MOVE WS-D9-HASH-TOTAL TO IFT-D9-HASH-TOTAL.
    IF WS-ACCT-REC-TOTAL > 99999
      MOVE 99999 TO IFT-ACCT-COUNT
      MOVE "ACCOUNT" TO ED-OPERATION
      MOVE 99999 TO ED-OPERAND1
      MOVE ZERO TO ED-OPERAND2
      MOVE "trailer account count capped at 99999"
          TO ED-MESSAGE
      PERFORM WRITE-EXCEPTION-LINE
    ELSE
      MOVE WS-ACCT-REC-TOTAL TO IFT-ACCT-COUNT
    END-IF.
    MOVE SPACES TO INTERFACE-RECORD.
    WRITE INTERFACE-RECORD FROM INTF-TRAILER-REC.

    MOVE SPACES TO INTERFACE-RECORD.
    WRITE INTERFACE-RECORD FROM INTF-DETAIL-REC.

  WRITE-INTERFACE-ACCOUNTS.
    PERFORM WRITE-ONE-INTERFACE-ACCOUNT
        VARYING WS-ACCT-IX FROM 1 BY 1
        UNTIL WS-ACCT-IX > WS-ACCT-COUNT.

  WRITE-ONE-INTERFACE-ACCOUNT.
    MOVE SPACES TO INTF-ACCOUNT-REC.
    MOVE "A" TO IFA-RECORD-TYPE.
    MOVE WS-POST-BATCH-ID TO IFA-BATCH-ID.
    MOVE WS-AC-CODE(WS-ACCT-IX) TO IFA-ACCOUNT-CODE.
    MOVE WS-AC-REC-COUNT(WS-ACCT-IX) TO IFA-REC-COUNT.
    MOVE WS-AC-D1(WS-ACCT-IX) TO IFA-D1.
    MOVE WS-AC-D3(WS-ACCT-IX) TO IFA-D3.
    ADD 1 TO WS-ACCT-REC-TOTAL.
    MOVE SPACES TO INTERFACE-RECORD.
    WRITE INTERFACE-RECORD FROM INTF-ACCOUNT-REC.

  READ-TRANS-RECORD.
    READ TRANS-FILE
      AT END

      *> A skipped (carried) batch's trailer only ends the skip: the
      *> batch was already reconciled by the interrupted run and its
      *> figures restored from the checkpoint trail. A held batch's
      *> trailer just ends the hold - its cards are already queued.
      *> Cards following a trailer without a new header start a
      *> fresh batch, which may itself be one the read-through
      *> found out of balance.
  HANDLE-BATCH-TRAILER.
    EVALUATE TRUE
      WHEN WS-BATCH-SKIPPING
        MOVE "N" TO WS-BATCH-SKIP-SW
      WHEN WS-BATCH-HOLDING
        MOVE "N" TO WS-BATCH-HOLD-SW
      WHEN OTHER
        PERFORM CLOSE-CURRENT-BATCH
    END-EVALUATE.
    PERFORM CHECK-HELD-BATCH.

      *> A detail record arriving without a batch header (the
      *> headerless single-batch file) is checked against the
      *> carried batches once, at the first record, so a restarted
      *> headerless run does not post its only batch twice.
  HANDLE-DETAIL-RECORD.
    IF WS-BATCH-HOLDING
      PERFORM HOLD-DETAIL-RECORD
    ELSE
      IF NOT WS-BATCH-SKIPPING
          AND WS-TRANS-RESTART
          AND WS-BATCH-REC-COUNT = 0
        PERFORM CHECK-CARRIED-BATCH
      END-IF
      IF NOT WS-BATCH-SKIPPING
        PERFORM PROCESS-DETAIL-RECORD
      END-IF
    END-IF.

  START-NEW-BATCH.
      PERFORM POST-CURRENT-BATCH
    END-IF.
    MOVE ZEROS TO MY-DATA.
    PERFORM CLEAR-ACCOUNT-TABLE.
    MOVE ZERO TO WS-BATCH-REC-COUNT.
    MOVE ZERO TO WS-BATCH-UNPOSTED-COUNT.
    MOVE ZERO TO WS-BATCH-D9-HASH.
    MOVE "N" TO WS-BATCH-SAVED-SW.
    MOVE "N" TO WS-BATCH-SKIP-SW.
    MOVE "N" TO WS-BATCH-HOLD-SW.
    IF BH-BATCH-ID NOT = SPACES
      MOVE BH-BATCH-ID TO WS-BATCH-ID
    END-IF.
    IF WS-TRANS-RESTART
      PERFORM CHECK-CARRIED-BATCH
    END-IF.
    IF NOT WS-BATCH-SKIPPING
      PERFORM CHECK-HELD-BATCH
    END-IF.

      *> A batch-id on the carried list was completed by the
      *> interrupted run: its TRANSIN records are skipped (they
      SET WS-BATCH-SAVED TO TRUE
    END-IF.

      *> The read-through ahead of the main pass. Each batch's cards
      *> are counted and hashed exactly as the arithmetic will hash
      *> them (D4 + D5, a card whose sum overflows adding the D9 left
      *> by the card before it), and a batch whose figures disagree
      *> with its trailer is noted for holding. Sequence numbers run
      *> the same way the main pass numbers its records, so the main
      *> pass recognises a noted batch by where it starts. The
      *> batch-ids the run will post under are noted on the way.
  PRESCAN-BATCH-CONTROLS.
    MOVE ZERO TO WS-SCAN-SEQ-NO.
    MOVE ZERO TO WS-INPUT-ID-COUNT.
    MOVE WS-RUN-BATCH-ID TO WS-INPUT-ID-WK.
    PERFORM NOTE-INPUT-BATCH-ID.
    PERFORM START-SCAN-BATCH.
    PERFORM READ-TRANS-RECORD.
    PERFORM SCAN-TRANS-RECORD UNTIL WS-TRANS-EOF.
    CLOSE TRANS-FILE.
    MOVE "N" TO WS-TRANS-EOF-SW.
    OPEN INPUT TRANS-FILE.
    IF WS-TRANS-STATUS NOT = "00"
      DISPLAY "MATH: unable to reopen TRANS-FILE, status "
          WS-TRANS-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.

  SCAN-TRANS-RECORD.
    ADD 1 TO WS-SCAN-SEQ-NO.
    EVALUATE TRUE
      WHEN TR-BATCH-HEADER
        PERFORM START-SCAN-BATCH
        IF BH-BATCH-ID NOT = SPACES
          MOVE BH-BATCH-ID TO WS-INPUT-ID-WK
          PERFORM NOTE-INPUT-BATCH-ID
        END-IF
      WHEN TR-BATCH-TRAILER
        IF WS-SCAN-REC-COUNT NOT = BT-REC-COUNT
            OR WS-SCAN-D9-HASH NOT = BT-D9-HASH-TOTAL
          PERFORM NOTE-HELD-BATCH
        END-IF
        PERFORM START-SCAN-BATCH
      WHEN OTHER
        ADD 1 TO WS-SCAN-REC-COUNT
        COMPUTE WS-SCAN-D9 = TR-D4-VALUE + TR-D5-VALUE
          ON SIZE ERROR
            CONTINUE
        END-COMPUTE
        ADD WS-SCAN-D9 TO WS-SCAN-D9-HASH
          ON SIZE ERROR
            CONTINUE
        END-ADD
    END-EVALUATE.
    PERFORM READ-TRANS-RECORD.

  START-SCAN-BATCH.
    MOVE WS-SCAN-SEQ-NO TO WS-SCAN-START-SEQ.
    MOVE ZERO TO WS-SCAN-REC-COUNT.
    MOVE ZERO TO WS-SCAN-D9-HASH.
    MOVE ZERO TO WS-SCAN-D9.

  NOTE-INPUT-BATCH-ID.
    PERFORM FIND-INPUT-BATCH-ID.
    IF NOT WS-INPUT-ID-FOUND
      IF WS-INPUT-ID-COUNT < WS-INPUT-ID-MAX
        ADD 1 TO WS-INPUT-ID-COUNT
        MOVE WS-INPUT-ID-WK TO WS-IN-BATCH-ID(WS-INPUT-ID-COUNT)
      ELSE
        SET WS-INPUT-ID-FULL TO TRUE
      END-IF
    END-IF.

  FIND-INPUT-BATCH-ID.
    MOVE "N" TO WS-INPUT-ID-FOUND-SW.
    PERFORM SCAN-INPUT-ID-ENTRY
        VARYING WS-INPUT-ID-IX FROM 1 BY 1
        UNTIL WS-INPUT-ID-IX > WS-INPUT-ID-COUNT OR WS-INPUT-ID-FOUND.

  SCAN-INPUT-ID-ENTRY.
    IF WS-IN-BATCH-ID(WS-INPUT-ID-IX) = WS-INPUT-ID-WK
      SET WS-INPUT-ID-FOUND TO TRUE
    END-IF.

  NOTE-HELD-BATCH.
    IF WS-HOLD-COUNT < WS-HOLD-MAX
      ADD 1 TO WS-HOLD-COUNT
      MOVE WS-SCAN-START-SEQ TO WS-HT-START-SEQ(WS-HOLD-COUNT)
      MOVE BT-REC-COUNT TO WS-HT-EXPECTED-COUNT(WS-HOLD-COUNT)
      MOVE WS-SCAN-REC-COUNT TO WS-HT-ACTUAL-COUNT(WS-HOLD-COUNT)
      MOVE BT-D9-HASH-TOTAL TO WS-HT-EXPECTED-HASH(WS-HOLD-COUNT)
      MOVE WS-SCAN-D9-HASH TO WS-HT-ACTUAL-HASH(WS-HOLD-COUNT)
    ELSE
      DISPLAY "MATH: more than " WS-HOLD-MAX
          " out-of-balance batches - the batch at record "
          WS-SCAN-START-SEQ " posts as MISMATCH"
    END-IF.

      *> Called wherever a batch can start. A batch the read-through
      *> noted is held: anything still open ahead of it (recycled
      *> items in front of a headerless file) posts first, then the
      *> batch is marked saved so nothing of it can post, its
      *> control record goes on the HELDBAT queue and each of its
      *> cards follows as it is read. The control report carries a
      *> HELD line for it and the exception report says why.
  CHECK-HELD-BATCH.
    MOVE ZERO TO WS-HOLD-SLOT.
    PERFORM SCAN-HOLD-ENTRY
        VARYING WS-HOLD-IX FROM 1 BY 1
        UNTIL WS-HOLD-IX > WS-HOLD-COUNT OR WS-HOLD-SLOT > 0.
    IF WS-HOLD-SLOT > 0
      PERFORM HOLD-CURRENT-BATCH
    END-IF.

  SCAN-HOLD-ENTRY.
    IF WS-HT-START-SEQ(WS-HOLD-IX) = WS-CURRENT-SEQ-NO
      MOVE WS-HOLD-IX TO WS-HOLD-SLOT
    END-IF.

  HOLD-CURRENT-BATCH.
    IF WS-BATCH-REC-COUNT > 0 AND NOT WS-BATCH-SAVED
      MOVE "NOT CHECKED" TO WS-BATCH-STATUS-WK
      PERFORM POST-CURRENT-BATCH
    END-IF.
    SET WS-BATCH-HOLDING TO TRUE.
    SET WS-BATCH-SAVED TO TRUE.
    ADD 1 TO WS-HELD-BATCH-COUNT.
    PERFORM WRITE-HELD-CONTROL.
    MOVE WS-BATCH-ID TO WS-POST-BATCH-ID.
    MOVE WS-HT-ACTUAL-COUNT(WS-HOLD-SLOT) TO WS-POST-REC-COUNT.
    MOVE WS-HT-ACTUAL-HASH(WS-HOLD-SLOT) TO WS-POST-D9-HASH.
    MOVE "HELD" TO WS-POST-STATUS.
    PERFORM WRITE-BATCH-REPORT-LINE.
    MOVE "BATCH" TO ED-OPERATION.
    MOVE WS-HT-ACTUAL-COUNT(WS-HOLD-SLOT) TO ED-OPERAND1.
    MOVE WS-HT-EXPECTED-COUNT(WS-HOLD-SLOT) TO ED-OPERAND2.
    MOVE "batch out of balance - held" TO ED-MESSAGE.
    PERFORM WRITE-EXCEPTION-LINE.

      *> A rerun-override or restart holding the same batch again
      *> refreshes a control record still waiting on a supervisor;
      *> one a supervisor has already released or returned is left
      *> exactly as they left it.
  WRITE-HELD-CONTROL.
    MOVE WS-RUN-DATE TO HLD-HELD-DATE.
    MOVE WS-BATCH-ID TO HLD-BATCH-ID.
    MOVE ZERO TO HLD-SEQ-NO.
    READ HELD-BATCH-FILE
      INVALID KEY
        PERFORM BUILD-HELD-CONTROL
        WRITE HELD-CONTROL-RECORD
          INVALID KEY
            DISPLAY "MATH: unable to hold batch, key " HLD-KEY
        END-WRITE
      NOT INVALID KEY
        IF HLC-HELD
          PERFORM BUILD-HELD-CONTROL
          REWRITE HELD-CONTROL-RECORD
            INVALID KEY
              DISPLAY "MATH: unable to refresh held batch, key "
                  HLD-KEY
          END-REWRITE
        ELSE
          DISPLAY "MATH: held batch " HLD-KEY
              " already actioned - left as is"
        END-IF
    END-READ.

  BUILD-HELD-CONTROL.
    MOVE SPACES TO HELD-CONTROL-RECORD.
    MOVE WS-RUN-DATE TO HLD-HELD-DATE.
    MOVE WS-BATCH-ID TO HLD-BATCH-ID.
    MOVE ZERO TO HLD-SEQ-NO.
    SET HLC-HELD TO TRUE.
    MOVE WS-HT-EXPECTED-COUNT(WS-HOLD-SLOT) TO HLC-EXPECTED-COUNT.
    MOVE WS-HT-ACTUAL-COUNT(WS-HOLD-SLOT) TO HLC-ACTUAL-COUNT.
    MOVE WS-HT-EXPECTED-HASH(WS-HOLD-SLOT) TO HLC-EXPECTED-HASH.
    MOVE WS-HT-ACTUAL-HASH(WS-HOLD-SLOT) TO HLC-ACTUAL-HASH.
    MOVE ZERO TO HLC-ACTION-DATE.
    MOVE ZERO TO HLC-POST-DATE.

  HOLD-DETAIL-RECORD.
    MOVE SPACES TO HELD-BATCH-RECORD.
    MOVE WS-RUN-DATE TO HLD-HELD-DATE.
    MOVE WS-BATCH-ID TO HLD-BATCH-ID.
    MOVE WS-CURRENT-SEQ-NO TO HLD-SEQ-NO.
    MOVE TRANS-RECORD TO HLD-TRANS-IMAGE.
    ADD 1 TO WS-HELD-REC-COUNT.
    WRITE HELD-BATCH-RECORD
      INVALID KEY
        REWRITE HELD-BATCH-RECORD
          INVALID KEY
            DISPLAY "MATH: unable to hold card, key " HLD-KEY
        END-REWRITE
    END-WRITE.

      *> Batches released by a supervisor since they were held post
      *> first, each under its own batch-id and today's run date, on
      *> the figures counted from its cards; the history record
      *> carries control status R and the control report names the
      *> releasing supervisor. Each card keeps the sequence number
      *> it was held under. Once posted the queue's copy of the
      *> cards is cleared and the control record marked P. On a
      *> restart a released batch the interrupted attempt already
      *> posted is on the carried list - it is only marked off. A
      *> release whose batch-id is in use today posts under a
      *> substitute, which the control record keeps as the batch-id
      *> it posted under; one that can be given none is left
      *> released for the next run (see NOTE-RELEASED-BATCH).
  RELEASE-HELD-BATCHES.
    MOVE ZERO TO WS-RELEASE-COUNT.
    MOVE "N" TO WS-HELD-EOF-SW.
    MOVE LOW-VALUES TO HLD-KEY.
    START HELD-BATCH-FILE KEY NOT < HLD-KEY
      INVALID KEY
        SET WS-HELD-EOF TO TRUE
    END-START.
    PERFORM COLLECT-RELEASED-BATCH UNTIL WS-HELD-EOF.
    PERFORM POST-RELEASED-BATCH
        VARYING WS-RELEASE-IX FROM 1 BY 1
        UNTIL WS-RELEASE-IX > WS-RELEASE-COUNT.
    MOVE WS-RUN-BATCH-ID TO WS-BATCH-ID.
    MOVE ZEROS TO MY-DATA.
    PERFORM CLEAR-ACCOUNT-TABLE.
    MOVE ZERO TO WS-BATCH-REC-COUNT.
    MOVE ZERO TO WS-BATCH-UNPOSTED-COUNT.
    MOVE ZERO TO WS-BATCH-D9-HASH.
    MOVE "N" TO WS-BATCH-SAVED-SW.
    MOVE "N" TO WS-BATCH-SKIP-SW.

  COLLECT-RELEASED-BATCH.
    READ HELD-BATCH-FILE NEXT RECORD
      AT END
        SET WS-HELD-EOF TO TRUE
      NOT AT END
        IF HLD-SEQ-NO = ZERO
          EVALUATE TRUE
            WHEN HLC-RELEASED
              PERFORM NOTE-RELEASED-BATCH
            WHEN HLC-POSTED AND HLC-POST-DATE = WS-RUN-DATE
                AND HLC-POST-BATCH-ID NOT = SPACES
              MOVE HLC-POST-BATCH-ID TO WS-INPUT-ID-WK
              PERFORM NOTE-INPUT-BATCH-ID
            WHEN OTHER
              CONTINUE
          END-EVALUATE
        END-IF
    END-READ.

      *> A released batch whose batch-id today's input also uses -
      *> or another batch released ahead of it in this run - is
      *> given the first free substitute with the same source
      *> prefix, and deferred only when there is none; once taken,
      *> the batch-id it posts under is noted as in use like any
      *> other. A batch already released and posted under today's
      *> run date still holds the batch-id it posted under, so a
      *> restarted run hands out the same substitutes as the run it
      *> restarts.
  NOTE-RELEASED-BATCH.
    MOVE HLD-BATCH-ID TO WS-INPUT-ID-WK.
    PERFORM FIND-INPUT-BATCH-ID.
    IF WS-INPUT-ID-FOUND AND NOT WS-INPUT-ID-FULL
      PERFORM FIND-SUBSTITUTE-BATCH-ID
    END-IF.
    IF WS-INPUT-ID-FOUND OR WS-INPUT-ID-FULL
      PERFORM DEFER-RELEASED-BATCH
    ELSE
      IF WS-RELEASE-COUNT < WS-RELEASE-MAX
        ADD 1 TO WS-RELEASE-COUNT
        MOVE HLD-HELD-DATE TO WS-RL-HELD-DATE(WS-RELEASE-COUNT)
        MOVE HLD-BATCH-ID TO WS-RL-BATCH-ID(WS-RELEASE-COUNT)
        MOVE WS-INPUT-ID-WK TO WS-RL-POST-BATCH-ID(WS-RELEASE-COUNT)
        MOVE HLC-SUPERVISOR-ID
            TO WS-RL-SUPERVISOR-ID(WS-RELEASE-COUNT)
        PERFORM NOTE-INPUT-BATCH-ID
        IF WS-RL-POST-BATCH-ID(WS-RELEASE-COUNT) NOT = HLD-BATCH-ID
          PERFORM NOTE-RENAMED-BATCH
        END-IF
      ELSE
        DISPLAY "MATH: more than " WS-RELEASE-MAX
            " released batches - " HLD-BATCH-ID
            " waits for the next run"
      END-IF
    END-IF.

      *> Suffixes are tried from 01 up; the search stops at the
      *> first one not in use, leaving it in WS-INPUT-ID-WK with the
      *> found switch off. All 99 in use leaves the switch on.
  FIND-SUBSTITUTE-BATCH-ID.
    MOVE HLD-BATCH-ID TO WS-SUBST-BATCH-ID.
    PERFORM TRY-SUBSTITUTE-BATCH-ID
        VARYING WS-SUBST-NO FROM 1 BY 1
        UNTIL WS-SUBST-NO > 99 OR NOT WS-INPUT-ID-FOUND.

  TRY-SUBSTITUTE-BATCH-ID.
    MOVE WS-SUBST-NO TO WS-SUBST-FEED-NO.
    MOVE WS-SUBST-BATCH-ID TO WS-INPUT-ID-WK.
    PERFORM FIND-INPUT-BATCH-ID.

  NOTE-RENAMED-BATCH.
    ADD 1 TO WS-RELEASE-RENAME-COUNT.
    MOVE HLD-BATCH-ID TO WS-BATCH-ID.
    MOVE ZERO TO WS-CURRENT-SEQ-NO.
    MOVE "RELEASE" TO ED-OPERATION.
    MOVE HLC-ACTUAL-COUNT TO ED-OPERAND1.
    MOVE ZERO TO ED-OPERAND2.
    MOVE WS-RL-POST-BATCH-ID(WS-RELEASE-COUNT) TO WS-RAM-BATCH-ID.
    MOVE WS-RELEASED-AS-MSG TO ED-MESSAGE.
    PERFORM WRITE-EXCEPTION-LINE.
    DISPLAY "MATH: released batch " HLD-BATCH-ID " held "
        HLD-HELD-DATE " posts as " WS-RAM-BATCH-ID
        " - batch-id in use today".

  DEFER-RELEASED-BATCH.
    ADD 1 TO WS-RELEASE-DEFER-COUNT.
    MOVE HLD-BATCH-ID TO WS-BATCH-ID.
    MOVE ZERO TO WS-CURRENT-SEQ-NO.
    MOVE "RELEASE" TO ED-OPERATION.
    MOVE HLC-ACTUAL-COUNT TO ED-OPERAND1.
    MOVE ZERO TO ED-OPERAND2.
    IF WS-INPUT-ID-FOUND
      MOVE "release deferred - no free batch-id" TO ED-MESSAGE
    ELSE
      MOVE "release deferred - batch-id table full" TO ED-MESSAGE
    END-IF.
    PERFORM WRITE-EXCEPTION-LINE.
    DISPLAY "MATH: released batch " HLD-BATCH-ID " held "
        HLD-HELD-DATE " deferred - it waits for the next run".

  POST-RELEASED-BATCH.
    MOVE WS-RL-POST-BATCH-ID(WS-RELEASE-IX) TO WS-BATCH-ID.
    MOVE "N" TO WS-BATCH-SKIP-SW.
    IF WS-TRANS-RESTART
      PERFORM CHECK-CARRIED-BATCH
    END-IF.
    IF NOT WS-BATCH-SKIPPING
      MOVE ZEROS TO MY-DATA
      PERFORM CLEAR-ACCOUNT-TABLE
      MOVE ZERO TO WS-BATCH-REC-COUNT
      MOVE ZERO TO WS-BATCH-UNPOSTED-COUNT
      MOVE ZERO TO WS-BATCH-D9-HASH
      MOVE "N" TO WS-BATCH-SAVED-SW
      PERFORM START-HELD-CARDS
      PERFORM RELEASE-ONE-HELD-CARD UNTIL WS-HELD-EOF
      MOVE "RELEASED" TO WS-BATCH-STATUS-WK
      PERFORM POST-CURRENT-BATCH
      PERFORM WRITE-RELEASE-REPORT-LINE
      ADD 1 TO WS-RELEASE-BATCH-COUNT
    END-IF.
    PERFORM CLOSE-RELEASED-BATCH.

  START-HELD-CARDS.
    MOVE "N" TO WS-HELD-EOF-SW.
    MOVE WS-RL-HELD-DATE(WS-RELEASE-IX) TO HLD-HELD-DATE.
    MOVE WS-RL-BATCH-ID(WS-RELEASE-IX) TO HLD-BATCH-ID.
    MOVE 1 TO HLD-SEQ-NO.
    START HELD-BATCH-FILE KEY NOT < HLD-KEY
      INVALID KEY
        SET WS-HELD-EOF TO TRUE
    END-START.

      *> Reading stops at the first record beyond the batch, so only
      *> the one held batch's cards are ever seen.
  READ-HELD-CARD-NEXT.
    READ HELD-BATCH-FILE NEXT RECORD
      AT END
        SET WS-HELD-EOF TO TRUE
      NOT AT END
        IF HLD-HELD-DATE NOT = WS-RL-HELD-DATE(WS-RELEASE-IX)
            OR HLD-BATCH-ID NOT = WS-RL-BATCH-ID(WS-RELEASE-IX)
          SET WS-HELD-EOF TO TRUE
        END-IF
    END-READ.

  RELEASE-ONE-HELD-CARD.
    PERFORM READ-HELD-CARD-NEXT.
    IF NOT WS-HELD-EOF
      MOVE HLD-TRANS-IMAGE TO TRANS-RECORD
      MOVE HLD-SEQ-NO TO WS-CURRENT-SEQ-NO
      ADD 1 TO WS-RELEASE-REC-COUNT
      PERFORM PROCESS-DETAIL-RECORD
    END-IF.

  CLOSE-RELEASED-BATCH.
    PERFORM START-HELD-CARDS.
    PERFORM CLEAR-ONE-HELD-CARD UNTIL WS-HELD-EOF.
    MOVE WS-RL-HELD-DATE(WS-RELEASE-IX) TO HLD-HELD-DATE.
    MOVE WS-RL-BATCH-ID(WS-RELEASE-IX) TO HLD-BATCH-ID.
    MOVE ZERO TO HLD-SEQ-NO.
    READ HELD-BATCH-FILE
      INVALID KEY
        DISPLAY "MATH: released batch control record missing, key "
            HLD-KEY
      NOT INVALID KEY
        SET HLC-POSTED TO TRUE
        MOVE WS-RUN-DATE TO HLC-POST-DATE
        MOVE WS-RL-POST-BATCH-ID(WS-RELEASE-IX) TO HLC-POST-BATCH-ID
        REWRITE HELD-CONTROL-RECORD
          INVALID KEY
            DISPLAY "MATH: unable to mark held batch posted, key "
                HLD-KEY
        END-REWRITE
    END-READ.

  CLEAR-ONE-HELD-CARD.
    PERFORM READ-HELD-CARD-NEXT.
    IF NOT WS-HELD-EOF
      DELETE HELD-BATCH-FILE
        INVALID KEY
          DISPLAY "MATH: unable to clear held card, key " HLD-KEY
      END-DELETE
    END-IF.

  CLOSE-CURRENT-BATCH.
    IF WS-BATCH-REC-COUNT = BT-REC-COUNT
        AND WS-BATCH-D9-HASH = BT-D9-HASH-TOTAL
    MOVE WS-BATCH-ID TO WS-POST-BATCH-ID.
    MOVE MY-DATA TO WS-POST-DATA.
    MOVE WS-BATCH-REC-COUNT TO WS-POST-REC-COUNT.
    MOVE WS-BATCH-UNPOSTED-COUNT TO WS-POST-UNPOSTED-COUNT.
    MOVE WS-BATCH-D9-HASH TO WS-POST-D9-HASH.
    MOVE WS-BATCH-STATUS-WK TO WS-POST-STATUS.
    ADD 1 TO WS-BATCH-COUNT.
    PERFORM WRITE-ONE-HISTORY-RECORD.
    PERFORM WRITE-ACCOUNT-HISTORY.
    PERFORM WRITE-INTERFACE-DETAIL.
    PERFORM WRITE-INTERFACE-ACCOUNTS.
    PERFORM WRITE-BATCH-REPORT-LINE.
    PERFORM WRITE-ACCOUNT-REPORT-LINES.
    PERFORM WRITE-BATCH-CHECKPOINT.
    SET WS-BATCH-SAVED TO TRUE.

    MOVE SPACES TO WS-SUSP-REASON-WK.
    IF WS-BATCH-SAVED
      MOVE ZEROS TO MY-DATA
      PERFORM CLEAR-ACCOUNT-TABLE
      MOVE ZERO TO WS-BATCH-REC-COUNT
      MOVE ZERO TO WS-BATCH-UNPOSTED-COUNT
      MOVE ZERO TO WS-BATCH-D9-HASH
      MOVE "N" TO WS-BATCH-SAVED-SW
    END-IF.
    ADD 1 TO WS-BATCH-REC-COUNT.
    PERFORM FIND-ACCOUNT-SLOT.
    ADD 1 TO WS-AC-REC-COUNT(WS-ACCT-SLOT).
    ADD 1 TO WS-INPUT-REC-COUNT
      ON SIZE ERROR
        MOVE "ADD" TO ED-OPERATION
      MOVE "N" TO WS-REV-BLOCKED-SW
    END-IF.
    IF WS-REV-BLOCKED
      ADD 1 TO WS-BATCH-UNPOSTED-COUNT
      PERFORM HASH-BLOCKED-REVERSAL
      PERFORM WRITE-SUSPENSE-RECORD
    ELSE
      MOVE D1 TO WS-ACCT-D1-BEFORE
      MOVE D2 TO WS-ACCT-D2-BEFORE
      MOVE D3 TO WS-ACCT-D3-BEFORE
      PERFORM APPLY-DETAIL-ARITHMETIC
      PERFORM POST-ACCOUNT-SUBTOTAL
    END-IF.

  CLEAR-ACCOUNT-TABLE.
    MOVE ZERO TO WS-ACCT-COUNT.

  FIND-ACCOUNT-SLOT.
    IF TR-ACCOUNT-CODE = SPACES
      MOVE "*NONE*" TO WS-ACCT-CODE-WK
    ELSE
      MOVE TR-ACCOUNT-CODE TO WS-ACCT-CODE-WK
    END-IF.
    MOVE ZERO TO WS-ACCT-SLOT.
    PERFORM SCAN-ACCOUNT-ENTRY
        VARYING WS-ACCT-IX FROM 1 BY 1
        UNTIL WS-ACCT-IX > WS-ACCT-COUNT OR WS-ACCT-SLOT > 0.
    IF WS-ACCT-SLOT = 0
      IF WS-ACCT-COUNT < WS-ACCT-MAX
        ADD 1 TO WS-ACCT-COUNT
        MOVE WS-ACCT-COUNT TO WS-ACCT-SLOT
        MOVE WS-ACCT-CODE-WK TO WS-AC-CODE(WS-ACCT-SLOT)
        PERFORM ZERO-ACCOUNT-ENTRY
      ELSE
        MOVE WS-ACCT-OTHER-SLOT TO WS-ACCT-SLOT
        IF WS-ACCT-COUNT < WS-ACCT-OTHER-SLOT
          MOVE WS-ACCT-OTHER-SLOT TO WS-ACCT-COUNT
          MOVE "*OTHER*" TO WS-AC-CODE(WS-ACCT-SLOT)
          PERFORM ZERO-ACCOUNT-ENTRY
          MOVE "ACCOUNT" TO ED-OPERATION
          MOVE WS-ACCT-MAX TO ED-OPERAND1
          MOVE ZERO TO ED-OPERAND2
          MOVE "account table full - rest as *OTHER*"
              TO ED-MESSAGE
          PERFORM WRITE-EXCEPTION-LINE
        END-IF
      END-IF
    END-IF.

  SCAN-ACCOUNT-ENTRY.
    IF WS-AC-CODE(WS-ACCT-IX) = WS-ACCT-CODE-WK
      MOVE WS-ACCT-IX TO WS-ACCT-SLOT
    END-IF.

  ZERO-ACCOUNT-ENTRY.
    MOVE ZERO TO WS-AC-REC-COUNT(WS-ACCT-SLOT).
    MOVE ZERO TO WS-AC-D1(WS-ACCT-SLOT).
    MOVE ZERO TO WS-AC-D3(WS-ACCT-SLOT).

      *> Whatever the card actually did to D1 and D3 - including a
      *> partial update where a size error stopped one of them - is
      *> what its account is given, so the subtotals cannot drift
      *> from the batch totals.
  POST-ACCOUNT-SUBTOTAL.
    COMPUTE WS-AC-D1(WS-ACCT-SLOT) =
        WS-AC-D1(WS-ACCT-SLOT) + D1 - WS-ACCT-D1-BEFORE
      ON SIZE ERROR
        MOVE "ACCOUNT" TO ED-OPERATION
        MOVE WS-ACCT-SLOT TO ED-OPERAND1
        MOVE ZERO TO ED-OPERAND2
        MOVE "account D1 subtotal overflow" TO ED-MESSAGE
        PERFORM WRITE-EXCEPTION-LINE
        SET WS-ACCUM-OVERFLOWED TO TRUE
    END-COMPUTE.
    COMPUTE WS-AC-D3(WS-ACCT-SLOT) =
        WS-AC-D3(WS-ACCT-SLOT) + D3 - WS-ACCT-D3-BEFORE
      ON SIZE ERROR
        MOVE "ACCOUNT" TO ED-OPERATION
        MOVE WS-ACCT-SLOT TO ED-OPERAND1
        MOVE ZERO TO ED-OPERAND2
        MOVE "account D3 subtotal overflow" TO ED-MESSAGE
        PERFORM WRITE-EXCEPTION-LINE
        SET WS-ACCUM-OVERFLOWED TO TRUE
    END-COMPUTE.

      *> A blocked reversal skips the arithmetic, but the batch
      *> trailer's punched hash total still includes the card -
      *> exactly as it includes a SIZE-error suspension, which does
      *> was made, and only once: an unmatched reference suspends
      *> the card (REV-ORPH) and an already-reversed original
      *> refuses a second backout (REV-DUP) - neither touches the
      *> running totals. An original posted under a run date in a
      *> month finance has closed cannot be backed out at all
      *> (REV-CLSD): the correction belongs in an open month as a
      *> fresh entry. A matched original is flagged reversed on
      *> the spot, stamped with this reversal's run date, sequence
      *> number and batch-id.
  VERIFY-REVERSAL-REFERENCE.
    MOVE "N" TO WS-REV-BLOCKED-SW.
    IF TR-REF-RUN-DATE NOT NUMERIC OR TR-REF-SEQ-NO NOT NUMERIC
          TO ED-MESSAGE
      PERFORM WRITE-EXCEPTION-LINE
    ELSE
      MOVE TR-REF-RUN-DATE TO WS-PRD-DATE-WK
      DIVIDE WS-PRD-DATE-WK BY 100 GIVING WS-PRD-MONTH-WK
      PERFORM LOOKUP-PERIOD-STATUS
      IF WS-PRD-MONTH-CLOSED
        SET WS-REV-BLOCKED TO TRUE
        ADD 1 TO WS-REV-CLOSED-COUNT
        MOVE "REV-CLSD" TO WS-SUSP-REASON-WK
        MOVE "REVERSAL" TO ED-OPERATION
        MOVE ZERO TO ED-OPERAND1
        MOVE ZERO TO ED-OPERAND2
        MOVE "original posting is in a closed period - suspended"
            TO ED-MESSAGE
        PERFORM WRITE-EXCEPTION-LINE
      ELSE
        MOVE TR-REF-RUN-DATE TO PST-RUN-DATE
        MOVE TR-REF-BATCH-ID TO PST-BATCH-ID
        MOVE TR-REF-SEQ-NO TO PST-SEQ-NO
        READ POSTING-REGISTER
          INVALID KEY
            SET WS-REV-BLOCKED TO TRUE
            ADD 1 TO WS-REV-ORPHAN-COUNT
            MOVE "REV-ORPH" TO WS-SUSP-REASON-WK
            MOVE "REVERSAL" TO ED-OPERATION
            MOVE ZERO TO ED-OPERAND1
            MOVE ZERO TO ED-OPERAND2
            MOVE "no posting matches reversal reference - suspended"
                TO ED-MESSAGE
            PERFORM WRITE-EXCEPTION-LINE
          NOT INVALID KEY
            PERFORM JUDGE-REVERSAL-MATCH
        END-READ
      END-IF
    END-IF.

      *> An original already flagged reversed is not automatically a
      SET PST-REVERSED TO TRUE
      MOVE WS-REV-IDENT-DATE-WK TO PST-REVERSAL-DATE
      MOVE WS-CURRENT-SEQ-NO TO PST-REVERSAL-SEQ
      IF WS-RECYCLING
        MOVE WS-RECYCLE-BATCH-WK TO PST-REVERSAL-BATCH
      ELSE
        MOVE WS-BATCH-ID TO PST-REVERSAL-BATCH
      END-IF
      MOVE ZERO TO PST-REV-POST-DATE
      MOVE SPACES TO PST-REV-POST-BATCH
      REWRITE POSTING-REGISTER-RECORD
        INVALID KEY
          DISPLAY "MATH: unable to flag posting reversed, key "
      *> under the run date, batch-id and input sequence number it
      *> FIRST posted with - the key a later reversal must quote.
      *> A recycled item keeps the original coordinates carried on
      *> its suspense record, so its entry sits under the key its
      *> first attempt had, not under the recycle run's date where
      *> it could collide with that run's own cards.
      *> Beside the key goes the run date and batch-id the amounts
      *> went into the D1-D3 totals under today - for a recycled
      *> item, the recycle run's - which is where POSTBAL looks for
      *> them in the history file. Only a card that posted is
      *> recorded: one that suspends is recorded by the recycle
      *> that finally posts it.
  RECORD-POSTING.
    MOVE SPACES TO POSTING-REGISTER-RECORD.
    IF WS-RECYCLING
    SET PST-POSTED TO TRUE.
    MOVE ZERO TO PST-REVERSAL-DATE.
    MOVE ZERO TO PST-REVERSAL-SEQ.
    MOVE WS-RUN-DATE TO PST-POST-DATE.
    MOVE WS-BATCH-ID TO PST-POST-BATCH-ID.
    WRITE POSTING-REGISTER-RECORD
      INVALID KEY
        PERFORM REPLACE-POSTING-RECORD
      *> the same original be reversed a second time - the exact
      *> hole the register exists to close. The existing record is
      *> read back so its status and reversal stamps survive the
      *> rewrite; only the amounts and where they posted today are
      *> refreshed.
  REPLACE-POSTING-RECORD.
    READ POSTING-REGISTER
      INVALID KEY
      NOT INVALID KEY
        MOVE TR-ADD-AMOUNT TO PST-ADD-AMOUNT
        MOVE TR-SUB-AMOUNT TO PST-SUB-AMOUNT
        MOVE WS-RUN-DATE TO PST-POST-DATE
        MOVE WS-BATCH-ID TO PST-POST-BATCH-ID
        REWRITE POSTING-REGISTER-RECORD
          INVALID KEY
            DISPLAY "MATH: unable to record posting, key " PST-KEY
      PERFORM REVERSE-ADD-SUB-AMOUNTS
    ELSE
      PERFORM APPLY-ADD-SUB-AMOUNTS
    END-IF.
    MOVE TR-D4-VALUE TO D4.
    MOVE TR-D5-VALUE TO D5.
    END-ADD.
    IF WS-SUSP-REASON-WK NOT = SPACES
      PERFORM WRITE-SUSPENSE-RECORD
      PERFORM BACK-OUT-SUSPENDED-CARD
    ELSE
      IF NOT TR-REVERSAL-TRANS
        PERFORM RECORD-POSTING
      END-IF
    END-IF.
    IF TR-REVERSAL-TRANS
      PERFORM STAMP-REVERSAL-BACKOUT
    END-IF.

      *> A suspended card posts nothing until it recycles: whatever
      *> its add and subtract amounts did to D1-D3 is taken back out,
      *> so the batch totals, its account subtotals and the posting
      *> register all leave it out, and only the recycle that posts
      *> it counts it. Its D9 stays in the hash total, which the
      *> trailer still includes, and the card is counted as one of
      *> the batch's unposted cards on its history record.
  BACK-OUT-SUSPENDED-CARD.
    MOVE WS-ACCT-D1-BEFORE TO D1.
    MOVE WS-ACCT-D2-BEFORE TO D2.
    MOVE WS-ACCT-D3-BEFORE TO D3.
    ADD 1 TO WS-BATCH-UNPOSTED-COUNT.

      *> The matched original is stamped with where its backout went
      *> into the totals - this run date and the batch taking it -
      *> or, when the reversal has just suspended, with zeros until
      *> the recycle that applies it.
  STAMP-REVERSAL-BACKOUT.
    MOVE TR-REF-RUN-DATE TO PST-RUN-DATE.
    MOVE TR-REF-BATCH-ID TO PST-BATCH-ID.
    MOVE TR-REF-SEQ-NO TO PST-SEQ-NO.
    READ POSTING-REGISTER
      INVALID KEY
        DISPLAY "MATH: unable to stamp reversal backout, key "
            PST-KEY
      NOT INVALID KEY
        IF WS-SUSP-REASON-WK = SPACES
          MOVE WS-RUN-DATE TO PST-REV-POST-DATE
          MOVE WS-BATCH-ID TO PST-REV-POST-BATCH
        ELSE
          MOVE ZERO TO PST-REV-POST-DATE
          MOVE SPACES TO PST-REV-POST-BATCH
        END-IF
        REWRITE POSTING-REGISTER-RECORD
          INVALID KEY
            DISPLAY "MATH: unable to stamp reversal backout, key "
                PST-KEY
        END-REWRITE
    END-READ.

      *> D1-D3 are signed, so a subtract that takes D1/D2 below zero
      *> simply leaves the batch in a net credit position; SIZE-SUB
      *> now only suspends a card that would drive a total past
      *> -99999, which the five-digit field cannot hold.
  APPLY-ADD-SUB-AMOUNTS.
    ADD TR-ADD-AMOUNT TO D1 D2 D3
      ON SIZE ERROR
        MOVE "SUBTRACT" TO ED-OPERATION
        MOVE TR-SUB-AMOUNT TO ED-OPERAND1
        MOVE ZERO TO ED-OPERAND2
        MOVE "D1/D2 - net credit beyond -99999" TO ED-MESSAGE
        PERFORM WRITE-EXCEPTION-LINE
        IF WS-SUSP-REASON-WK = SPACES
          MOVE "SIZE-SUB" TO WS-SUSP-REASON-WK

      *> A reversal unwinds the posting in the opposite order it was
      *> applied: restore TR-SUB-AMOUNT first, then back out
      *> TR-ADD-AMOUNT. The totals are signed, so backing out an add
      *> may leave D1-D3 in a net credit position; only a total
      *> pushed past the five-digit field in either direction is a
      *> size error.
  REVERSE-ADD-SUB-AMOUNTS.
    ADD TR-SUB-AMOUNT TO D1 D2
      ON SIZE ERROR
        MOVE "REV-SUBTR" TO ED-OPERATION
        MOVE TR-ADD-AMOUNT TO ED-OPERAND1
        MOVE ZERO TO ED-OPERAND2
        MOVE "D1/D2/D3 - net credit beyond -99999" TO ED-MESSAGE
        PERFORM WRITE-EXCEPTION-LINE
        IF WS-SUSP-REASON-WK = SPACES
          MOVE "SIZE-SUB" TO WS-SUSP-REASON-WK
    MOVE D1 TO AUD-RESULT-VALUE.
    PERFORM WRITE-AUDIT-LINE.

      *> The PARMIN expected count covers what arrived on TRANSIN
      *> (plus any recycled items), so held cards count towards it
      *> and cards released from an earlier day's hold do not.
  RECONCILE-REC-COUNT.
    COMPUTE WS-RECON-REC-COUNT =
        WS-INPUT-REC-COUNT + WS-HELD-REC-COUNT - WS-RELEASE-REC-COUNT.
    IF WS-EXPECTED-REC-COUNT = ZERO
      SET WS-REC-COUNT-NOT-CHECKED TO TRUE
    ELSE
      IF WS-RECON-REC-COUNT = WS-EXPECTED-REC-COUNT
        SET WS-REC-COUNT-MATCHED TO TRUE
      ELSE
        SET WS-REC-COUNT-MISMATCHED TO TRUE

  WRITE-CONTROL-REPORT.
    PERFORM WRITE-REPORT-HEADER.
    MOVE "D1" TO RA-LABEL   MOVE D1 TO RA-VALUE   PERFORM WRITE-AMOUNT-LINE.
    MOVE "D2" TO RA-LABEL   MOVE D2 TO RA-VALUE   PERFORM WRITE-AMOUNT-LINE.
    MOVE "D3" TO RA-LABEL   MOVE D3 TO RA-VALUE   PERFORM WRITE-AMOUNT-LINE.
    MOVE "D4" TO RD-LABEL   MOVE D4 TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "D5" TO RD-LABEL   MOVE D5 TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "D6" TO RD-LABEL   MOVE D6 TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "REVS MATCHED" TO RD-LABEL   MOVE WS-REV-MATCHED-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "REVS ORPHANED" TO RD-LABEL   MOVE WS-REV-ORPHAN-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "REVS DUPLICATE" TO RD-LABEL   MOVE WS-REV-DUP-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "REVS CLOSED PRD" TO RD-LABEL   MOVE WS-REV-CLOSED-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "RECS RECYCLED" TO RD-LABEL   MOVE WS-RECYCLE-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "RECS RECYC CLN" TO RD-LABEL   MOVE WS-RECYCLE-CLEAN-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "RECS MANUAL" TO RD-LABEL   MOVE WS-MANUAL-FLAG-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "RECS EXPECTED" TO RD-LABEL   MOVE WS-EXPECTED-REC-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "D9 HASH TOTAL" TO RD-LABEL   MOVE WS-D9-HASH-TOTAL TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "BATCHES CARRIED" TO RD-LABEL   MOVE WS-CARRIED-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "BATCHES HELD" TO RD-LABEL   MOVE WS-HELD-BATCH-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "RECS HELD" TO RD-LABEL   MOVE WS-HELD-REC-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "BATCHES RELSD" TO RD-LABEL   MOVE WS-RELEASE-BATCH-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "RECS RELEASED" TO RD-LABEL   MOVE WS-RELEASE-REC-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "BATCHES RENAMED" TO RD-LABEL   MOVE WS-RELEASE-RENAME-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "BATCHES DEFERRD" TO RD-LABEL   MOVE WS-RELEASE-DEFER-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "REC CNT STATUS" TO RT-LABEL.
    EVALUATE TRUE
      WHEN WS-REC-COUNT-MATCHED
      WHEN OTHER
        MOVE "NOT CHECKED" TO RT-VALUE
    END-EVALUATE.
    PERFORM WRITE-TEXT-LINE.
    MOVE "RUN DAY" TO RT-LABEL.
    EVALUATE TRUE
      WHEN WS-RUN-DAY-BUSINESS
        MOVE "BUSINESS DAY" TO RT-VALUE
      WHEN WS-RUN-DAY-OVERRIDDEN
        MOVE "NON-BUS OVERRIDE" TO RT-VALUE
      WHEN OTHER
        MOVE "NOT CHECKED" TO RT-VALUE
    END-EVALUATE.
    PERFORM WRITE-TEXT-LINE.

      *> One line per batch, written as the batch posts, so the
    WRITE PRINT-RECORD FROM REPORT-BATCH-LINE.
    ADD 1 TO WS-LINE-COUNT.

      *> Each batch line is followed by its account subtotals, so
      *> finance can allocate the batch straight from the report.
  WRITE-ACCOUNT-REPORT-LINES.
    PERFORM WRITE-ONE-ACCOUNT-LINE
        VARYING WS-ACCT-IX FROM 1 BY 1
        UNTIL WS-ACCT-IX > WS-ACCT-COUNT.

  WRITE-ONE-ACCOUNT-LINE.
    MOVE WS-AC-CODE(WS-ACCT-IX) TO RAC-ACCOUNT-CODE.
    MOVE WS-AC-REC-COUNT(WS-ACCT-IX) TO RAC-REC-COUNT.
    MOVE WS-AC-D1(WS-ACCT-IX) TO RAC-D1.
    MOVE WS-AC-D3(WS-ACCT-IX) TO RAC-D3.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
      PERFORM WRITE-REPORT-HEADER
    END-IF.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM REPORT-ACCOUNT-LINE.
    ADD 1 TO WS-LINE-COUNT.

  WRITE-RELEASE-REPORT-LINE.
    MOVE WS-RL-SUPERVISOR-ID(WS-RELEASE-IX) TO RRL-SUPERVISOR-ID.
    MOVE WS-RL-HELD-DATE(WS-RELEASE-IX) TO RRL-HELD-DATE.
    IF WS-RL-POST-BATCH-ID(WS-RELEASE-IX)
        = WS-RL-BATCH-ID(WS-RELEASE-IX)
      MOVE SPACES TO RRL-RENAME-TEXT
    ELSE
      MOVE WS-RL-BATCH-ID(WS-RELEASE-IX) TO RRT-HELD-BATCH-ID
      MOVE WS-RL-POST-BATCH-ID(WS-RELEASE-IX) TO RRT-POST-BATCH-ID
      MOVE REPORT-RENAME-TEXT TO RRL-RENAME-TEXT
    END-IF.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
      PERFORM WRITE-REPORT-HEADER
    END-IF.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM REPORT-RELEASE-LINE.
    ADD 1 TO WS-LINE-COUNT.

  WRITE-REPORT-HEADER.
    ADD 1 TO WS-PAGE-NO.
    MOVE WS-RUN-YYYY TO RH1-YYYY.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM REPORT-TEXT-LINE.
    ADD 1 TO WS-LINE-COUNT.

      *> Negative net totals print with a leading minus so a net
      *> credit cannot be misread as a debit.
  WRITE-AMOUNT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
      PERFORM WRITE-REPORT-HEADER
    END-IF.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM REPORT-AMOUNT-LINE.
    ADD 1 TO WS-LINE-COUNT.
