       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EDRL-RUN-TYPE
       FILE STATUS IS WS-EDRL-STATUS.
     SELECT ACCOUNT-FILE ASSIGN TO ACCTMAST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ACCT-CODE
       FILE STATUS IS WS-ACCT-STATUS.
     SELECT FINGERPRINT-FILE ASSIGN TO DUPFPRT
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FP-KEY
       FILE STATUS IS WS-FPRT-STATUS.

DATA DIVISION.
  FILE SECTION.
    01 VALID-RECORD PIC X(80).

   FD REJECT-FILE
     RECORD CONTAINS 120 CHARACTERS.
    01 REJECT-RECORD PIC X(120).

   FD PRINT-FILE
     RECORD CONTAINS 132 CHARACTERS.
     RECORD CONTAINS 40 CHARACTERS.
     COPY CBEDRUL.

   FD ACCOUNT-FILE
     RECORD CONTAINS 60 CHARACTERS.
     COPY CBACCT.

   FD FINGERPRINT-FILE
     RECORD CONTAINS 60 CHARACTERS.
     COPY CBFPRT.

  WORKING-STORAGE SECTION.
   01 WS-TRANS-STATUS PIC XX VALUE "00".
   01 WS-VALID-STATUS PIC XX VALUE "00".
   01 WS-WARN-COUNT PIC 9(7) VALUE 0.
   01 WS-PARM-STATUS PIC XX VALUE "00".
   01 WS-EDRL-STATUS PIC XX VALUE "00".
   01 WS-ACCT-STATUS PIC XX VALUE "00".
   01 WS-FPRT-STATUS PIC XX VALUE "00".
   01 WS-FPRT-EOF-SW PIC X VALUE "N".
      88 WS-FPRT-EOF VALUE "Y".
   01 WS-EDRL-EOF-SW PIC X VALUE "N".
      88 WS-EDRL-EOF VALUE "Y".
   01 WS-RUN-TYPE PIC X(8) VALUE "DAILY".
   01 WS-BATCH-ID PIC X(8) VALUE "00000001".

      *> The VALUE clauses below are the built-in fallback applied
      *> when the EDITRULE file has no record for the run type; the
   01 WS-SUB-SEVERITY PIC X(1) VALUE "R".
   01 WS-D4-SEVERITY PIC X(1) VALUE "R".
   01 WS-D5-SEVERITY PIC X(1) VALUE "R".
   01 WS-DUP-WINDOW-DAYS PIC 9(3) VALUE 5.
   01 WS-DUP-SEVERITY PIC X(1) VALUE "R".
   01 WS-RULE-SOURCE PIC X(17) VALUE "BUILT-IN DEFAULTS".

   01 WS-RANGE-REASON-WK PIC X(8) VALUE SPACES.
   01 WS-RANGE-LIMIT-WK PIC 9(5) VALUE 0.
   01 WS-RANGE-SEVERITY-WK PIC X(1) VALUE "R".

      *> Duplicate-card check work areas. The fingerprint file is
      *> trimmed to the widest window any run type uses, so a
      *> DAILY run does not throw away what a MONTHEND run with a
      *> longer window still needs.
   01 WS-RUN-DATE-N PIC 9(8) VALUE 0.
   01 WS-TODAY-INTEGER PIC 9(8) VALUE 0.
   01 WS-SEEN-INTEGER PIC 9(8) VALUE 0.
   01 WS-SEEN-DATE-WK PIC 9(8) VALUE 0.
   01 WS-DAYS-AGO PIC S9(5) VALUE 0.
   01 WS-DUP-RETAIN-DAYS PIC 9(3) VALUE 0.
   01 WS-DUP-DEFAULT-DAYS PIC 9(3) VALUE 5.
   01 WS-PURGE-CUTOFF PIC 9(8) VALUE 0.
   01 WS-FORCE-COUNT PIC 9(7) VALUE 0.
   01 WS-FPRT-ADD-COUNT PIC 9(7) VALUE 0.
   01 WS-FPRT-PURGE-COUNT PIC 9(7) VALUE 0.

   COPY CBREJCT.

   01 WS-RUN-DATE-TIME.
    03 FILLER PIC X(5) VALUE " SEV=".
    03 RL-SEVERITY PIC X(1).

   01 FORCED-RPT-LINE.
    03 FILLER PIC X(9) VALUE "FORCED   ".
    03 FL-REASON PIC X(8).
    03 FILLER PIC X(5) VALUE " SEQ=".
    03 FL-SEQ-NO PIC 9(7).
    03 FILLER PIC X(6) VALUE " SUPV=".
    03 FL-SUPERVISOR PIC X(8).
    03 FILLER PIC X(6) VALUE " SEEN=".
    03 FL-SEEN-DATE PIC 9(8).
    03 FILLER PIC X(7) VALUE " BATCH=".
    03 FL-SEEN-BATCH PIC X(8).

PROCEDURE DIVISION.
  MAIN SECTION.
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-N.
    COMPUTE WS-TODAY-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N).
    PERFORM READ-PARM-CARD.
    PERFORM READ-EDIT-RULE-RECORD.
    OPEN INPUT TRANS-FILE.
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
      *> Unlike the edit rules there is no safe fallback for the
      *> account master - without it every detail card would fail
      *> ACCT-UNK - so a missing file stops the edit outright.
    OPEN INPUT ACCOUNT-FILE.
    IF WS-ACCT-STATUS NOT = "00"
      DISPLAY "TRANSEDT: unable to open ACCOUNT-FILE, status " WS-ACCT-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN I-O FINGERPRINT-FILE.
    IF WS-FPRT-STATUS = "35"
      OPEN OUTPUT FINGERPRINT-FILE
      CLOSE FINGERPRINT-FILE
      OPEN I-O FINGERPRINT-FILE
    END-IF.
    IF WS-FPRT-STATUS NOT = "00"
      DISPLAY "TRANSEDT: unable to open FINGERPRINT-FILE, status "
          WS-FPRT-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.

    PERFORM READ-TRANS-RECORD.
    PERFORM EDIT-TRANS-RECORD UNTIL WS-TRANS-EOF.
    PERFORM PURGE-OLD-FINGERPRINTS.

    PERFORM WRITE-EDIT-SUMMARY.
    IF WS-REJECT-COUNT > 0
    CLOSE VALID-FILE.
    CLOSE REJECT-FILE.
    CLOSE PRINT-FILE.
    CLOSE ACCOUNT-FILE.
    CLOSE FINGERPRINT-FILE.
    STOP RUN.

      *> Same PARMIN card MATH reads (copybook CBPARM); the run type
      *> selects the edit-rule record, and the batch-id stamps the
      *> fingerprints of a file with no batch headers. No card, or a
      *> blank run type, edits under DAILY, matching MATH's own
      *> default.
  READ-PARM-CARD.
    OPEN INPUT PARM-FILE.
    IF WS-PARM-STATUS = "00"
          IF PARM-RUN-TYPE NOT = SPACES
            MOVE PARM-RUN-TYPE TO WS-RUN-TYPE
          END-IF
          IF PARM-BATCH-ID NOT = SPACES
            MOVE PARM-BATCH-ID TO WS-BATCH-ID
          END-IF
      END-READ
      CLOSE PARM-FILE
    END-IF.
          MOVE EDRL-D4-SEVERITY TO WS-D4-SEVERITY
          MOVE EDRL-D5-LIMIT TO WS-D5-VALUE-LIMIT
          MOVE EDRL-D5-SEVERITY TO WS-D5-SEVERITY
          IF EDRL-DUP-DAYS NUMERIC
            MOVE EDRL-DUP-DAYS TO WS-DUP-WINDOW-DAYS
          END-IF
          IF EDRL-DUP-SEVERITY = "R" OR EDRL-DUP-SEVERITY = "W"
            MOVE EDRL-DUP-SEVERITY TO WS-DUP-SEVERITY
          END-IF
          MOVE "EDITRULE FILE" TO WS-RULE-SOURCE
      END-READ
      MOVE WS-DUP-WINDOW-DAYS TO WS-DUP-RETAIN-DAYS
      PERFORM FIND-WIDEST-DUP-WINDOW
      CLOSE EDIT-RULE-FILE
    ELSE
      MOVE WS-DUP-WINDOW-DAYS TO WS-DUP-RETAIN-DAYS
    END-IF.

  FIND-WIDEST-DUP-WINDOW.
    MOVE LOW-VALUES TO EDRL-RUN-TYPE.
    START EDIT-RULE-FILE KEY NOT < EDRL-RUN-TYPE
      INVALID KEY
        SET WS-EDRL-EOF TO TRUE
    END-START.
    PERFORM NOTE-RULE-DUP-WINDOW UNTIL WS-EDRL-EOF.

  NOTE-RULE-DUP-WINDOW.
    READ EDIT-RULE-FILE NEXT RECORD
      AT END
        SET WS-EDRL-EOF TO TRUE
      NOT AT END
        IF EDRL-DUP-DAYS NUMERIC
          IF EDRL-DUP-DAYS > WS-DUP-RETAIN-DAYS
            MOVE EDRL-DUP-DAYS TO WS-DUP-RETAIN-DAYS
          END-IF
        ELSE
          IF WS-DUP-DEFAULT-DAYS > WS-DUP-RETAIN-DAYS
            MOVE WS-DUP-DEFAULT-DAYS TO WS-DUP-RETAIN-DAYS
          END-IF
        END-IF
    END-READ.

  READ-TRANS-RECORD.
    READ TRANS-FILE
      AT END
      ADD 1 TO WS-ACCEPT-COUNT
      MOVE SPACES TO VALID-RECORD
      WRITE VALID-RECORD FROM TRANS-RECORD
      IF TR-DETAIL-RECORD AND TR-NORMAL-TRANS
        PERFORM RECORD-FINGERPRINT
      END-IF
    ELSE
      ADD 1 TO WS-REJECT-COUNT
      PERFORM WRITE-REJECT-RECORD
  CHECK-HEADER-FIELDS.
    IF BH-BATCH-ID = SPACES
      MOVE "HDR-BID" TO WS-REJECT-REASON
    ELSE
      MOVE BH-BATCH-ID TO WS-BATCH-ID
    END-IF.

  CHECK-TRAILER-FIELDS.
      WHEN TR-D5-VALUE = ZERO
        MOVE "D5-ZERO" TO WS-REJECT-REASON
      WHEN OTHER
        PERFORM CHECK-ACCOUNT-CODE
    END-EVALUATE.
    IF WS-RECORD-CLEAN
      PERFORM CHECK-RANGE-LIMITS
    END-IF.
    IF WS-RECORD-CLEAN AND TR-NORMAL-TRANS
        AND WS-DUP-WINDOW-DAYS > 0
      PERFORM CHECK-DUPLICATE-CARD
    END-IF.

      *> The account is checked after the format edits and before
      *> the range limits, so a card with bad amounts still reports
      *> the amount problem first.
  CHECK-ACCOUNT-CODE.
    IF TR-ACCOUNT-CODE = SPACES
      MOVE "ACCT-UNK" TO WS-REJECT-REASON
    ELSE
      MOVE TR-ACCOUNT-CODE TO ACCT-CODE
      READ ACCOUNT-FILE
        INVALID KEY
          MOVE "ACCT-UNK" TO WS-REJECT-REASON
        NOT INVALID KEY
          IF NOT ACCT-OPEN
            MOVE "ACCT-CLS" TO WS-REJECT-REASON
          END-IF
      END-READ
    END-IF.

      *> Each breach is judged under its own rule severity: R sets
      *> the reject reason exactly as the compiled-in limits did, W
      MOVE WS-RANGE-REASON-WK TO WS-REJECT-REASON
    END-IF.

      *> A reversal is meant to repeat its original's amounts, so
      *> only normal postings are fingerprinted and checked. The
      *> card is judged against the latest earlier run date its
      *> fingerprint was accepted on; a hit inside the window is a
      *> DUP under the rule's severity unless a supervisor has
      *> forced the card, which is then listed with their ID.
  CHECK-DUPLICATE-CARD.
    PERFORM SET-FINGERPRINT-KEY.
    READ FINGERPRINT-FILE
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        PERFORM JUDGE-FINGERPRINT-MATCH
    END-READ.

  JUDGE-FINGERPRINT-MATCH.
    IF FP-LAST-DATE < WS-RUN-DATE-N
      MOVE FP-LAST-DATE TO WS-SEEN-DATE-WK
    ELSE
      MOVE FP-PRIOR-DATE TO WS-SEEN-DATE-WK
    END-IF.
    IF WS-SEEN-DATE-WK > ZERO AND WS-SEEN-DATE-WK < WS-RUN-DATE-N
      COMPUTE WS-SEEN-INTEGER =
          FUNCTION INTEGER-OF-DATE(WS-SEEN-DATE-WK)
      COMPUTE WS-DAYS-AGO = WS-TODAY-INTEGER - WS-SEEN-INTEGER
      IF WS-DAYS-AGO <= WS-DUP-WINDOW-DAYS
        IF TR-FORCE-REPEAT AND TR-FORCE-SUPERVISOR NOT = SPACES
          ADD 1 TO WS-FORCE-COUNT
          MOVE "DUP" TO FL-REASON
          MOVE WS-INPUT-SEQ-NO TO FL-SEQ-NO
          MOVE TR-FORCE-SUPERVISOR TO FL-SUPERVISOR
          MOVE WS-SEEN-DATE-WK TO FL-SEEN-DATE
          MOVE FP-LAST-BATCH-ID TO FL-SEEN-BATCH
          PERFORM WRITE-FORCED-LINE
        ELSE
          MOVE "DUP" TO WS-RANGE-REASON-WK
          MOVE WS-DAYS-AGO TO WS-RANGE-VALUE-WK
          MOVE WS-DUP-WINDOW-DAYS TO WS-RANGE-LIMIT-WK
          MOVE WS-DUP-SEVERITY TO WS-RANGE-SEVERITY-WK
          PERFORM APPLY-RANGE-RULE
        END-IF
      END-IF
    END-IF.

  SET-FINGERPRINT-KEY.
    MOVE TR-ADD-AMOUNT TO FP-ADD-AMOUNT.
    MOVE TR-SUB-AMOUNT TO FP-SUB-AMOUNT.
    MOVE TR-D4-VALUE TO FP-D4-VALUE.
    MOVE TR-D5-VALUE TO FP-D5-VALUE.
    MOVE TR-ACCOUNT-CODE TO FP-ACCOUNT-CODE.

      *> A fingerprint seen again on a later run date keeps the
      *> date it moves off in FP-PRIOR-DATE; a same-day repeat
      *> (a rerun of the edit) only refreshes the batch and
      *> sequence number. The sequence number kept is the card's
      *> place on VALIDOUT - the one MATH numbers it by, and holds
      *> it under if its batch is held - not its place on TRANSIN.
  RECORD-FINGERPRINT.
    PERFORM SET-FINGERPRINT-KEY.
    READ FINGERPRINT-FILE
      INVALID KEY
        MOVE WS-RUN-DATE-N TO FP-LAST-DATE
        MOVE ZERO TO FP-PRIOR-DATE
        MOVE WS-BATCH-ID TO FP-LAST-BATCH-ID
        MOVE WS-ACCEPT-COUNT TO FP-LAST-SEQ-NO
        WRITE FINGERPRINT-RECORD
          INVALID KEY
            DISPLAY "TRANSEDT: unable to add fingerprint, key " FP-KEY
          NOT INVALID KEY
            ADD 1 TO WS-FPRT-ADD-COUNT
        END-WRITE
      NOT INVALID KEY
        IF FP-LAST-DATE NOT = WS-RUN-DATE-N
          MOVE FP-LAST-DATE TO FP-PRIOR-DATE
          MOVE WS-RUN-DATE-N TO FP-LAST-DATE
        END-IF
        MOVE WS-BATCH-ID TO FP-LAST-BATCH-ID
        MOVE WS-ACCEPT-COUNT TO FP-LAST-SEQ-NO
        REWRITE FINGERPRINT-RECORD
          INVALID KEY
            DISPLAY "TRANSEDT: unable to update fingerprint, key "
                FP-KEY
        END-REWRITE
    END-READ.

      *> Fingerprints last accepted before the widest window any run
      *> type uses can never make a duplicate again and are dropped.
  PURGE-OLD-FINGERPRINTS.
    COMPUTE WS-PURGE-CUTOFF = FUNCTION DATE-OF-INTEGER(
        WS-TODAY-INTEGER - WS-DUP-RETAIN-DAYS).
    MOVE LOW-VALUES TO FP-KEY.
    START FINGERPRINT-FILE KEY NOT < FP-KEY
      INVALID KEY
        SET WS-FPRT-EOF TO TRUE
    END-START.
    PERFORM PURGE-ONE-FINGERPRINT UNTIL WS-FPRT-EOF.

  PURGE-ONE-FINGERPRINT.
    READ FINGERPRINT-FILE NEXT RECORD
      AT END
        SET WS-FPRT-EOF TO TRUE
      NOT AT END
        IF FP-LAST-DATE < WS-PURGE-CUTOFF
          DELETE FINGERPRINT-FILE
            INVALID KEY
              CONTINUE
            NOT INVALID KEY
              ADD 1 TO WS-FPRT-PURGE-COUNT
          END-DELETE
        END-IF
    END-READ.

  WRITE-REJECT-RECORD.
    MOVE TRANS-RECORD TO REJ-TRANS-IMAGE.
    MOVE WS-REJECT-REASON TO REJ-REASON.
    MOVE WS-INPUT-SEQ-NO TO REJ-SEQ-NO.
    MOVE WS-BATCH-ID TO REJ-BATCH-ID.
    MOVE WS-RUN-DATE-N TO REJ-RUN-DATE.
    MOVE SPACES TO REJECT-RECORD.
    WRITE REJECT-RECORD FROM REJECT-DETAIL.

    MOVE WS-D5-VALUE-LIMIT TO RL-LIMIT.
    MOVE WS-D5-SEVERITY TO RL-SEVERITY.
    PERFORM WRITE-RULE-LINE.
    MOVE "DUP-DAYS" TO RL-FIELD.
    MOVE WS-DUP-WINDOW-DAYS TO RL-LIMIT.
    MOVE WS-DUP-SEVERITY TO RL-SEVERITY.
    PERFORM WRITE-RULE-LINE.
    MOVE "RECS READ" TO RD-LABEL   MOVE WS-INPUT-SEQ-NO TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "RECS ACCEPTED" TO RD-LABEL   MOVE WS-ACCEPT-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "RECS REJECTED" TO RD-LABEL   MOVE WS-REJECT-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "RECS WARNED" TO RD-LABEL   MOVE WS-WARN-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "RECS FORCED" TO RD-LABEL   MOVE WS-FORCE-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "FPRINTS ADDED" TO RD-LABEL   MOVE WS-FPRT-ADD-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "FPRINTS PURGED" TO RD-LABEL   MOVE WS-FPRT-PURGE-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "EDIT STATUS" TO RT-LABEL.
    IF WS-REJECT-COUNT = ZERO
      MOVE "CLEAN" TO RT-VALUE
    WRITE PRINT-RECORD FROM WARNING-RPT-LINE.
    ADD 1 TO WS-LINE-COUNT.

  WRITE-FORCED-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
      PERFORM WRITE-REPORT-HEADER
    END-IF.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM FORCED-RPT-LINE.
    ADD 1 TO WS-LINE-COUNT.

  WRITE-RULE-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
      PERFORM WRITE-REPORT-HEADER
