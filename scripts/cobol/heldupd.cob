IDENTIFICATION DIVISION.
PROGRAM-ID. HELDUPD.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.
     SELECT MAINT-FILE ASSIGN TO MAINTIN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MAINT-STATUS.
     SELECT HELD-BATCH-FILE ASSIGN TO HELDBAT
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HLD-KEY
       FILE STATUS IS WS-HELD-STATUS.
     SELECT RETURN-FILE ASSIGN TO HELDRTN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RETURN-STATUS.
     SELECT FINGERPRINT-FILE ASSIGN TO DUPFPRT
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FP-KEY
       FILE STATUS IS WS-FPRT-STATUS.
     SELECT PRINT-FILE ASSIGN TO PRTOUT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
  FILE SECTION.
   FD MAINT-FILE
     RECORD CONTAINS 45 CHARACTERS.
    01 MAINT-RECORD PIC X(45).

   FD HELD-BATCH-FILE
     RECORD CONTAINS 120 CHARACTERS.
     COPY CBHELD.

   FD RETURN-FILE
     RECORD CONTAINS 80 CHARACTERS.
     COPY CBTRANS.

   FD FINGERPRINT-FILE
     RECORD CONTAINS 60 CHARACTERS.
     COPY CBFPRT.

   FD PRINT-FILE
     RECORD CONTAINS 132 CHARACTERS.
    01 PRINT-RECORD PIC X(132).

  WORKING-STORAGE SECTION.
   01 WS-MAINT-STATUS PIC XX VALUE "00".
   01 WS-HELD-STATUS PIC XX VALUE "00".
   01 WS-RETURN-STATUS PIC XX VALUE "00".
   01 WS-PRINT-STATUS PIC XX VALUE "00".
   01 WS-FPRT-STATUS PIC XX VALUE "00".
   01 WS-FPRT-OPEN-SW PIC X VALUE "N".
      88 WS-FPRT-OPEN VALUE "Y".
   01 WS-FPRT-DROP-COUNT PIC 9(7) VALUE 0.
   01 WS-MAINT-EOF-SW PIC X VALUE "N".
      88 WS-MAINT-EOF VALUE "Y".
   01 WS-HELD-EOF-SW PIC X VALUE "N".
      88 WS-HELD-EOF VALUE "Y".
   01 WS-RECORD-FOUND-SW PIC X VALUE "N".
      88 WS-RECORD-FOUND VALUE "Y".
   01 WS-REJECT-REASON PIC X(20) VALUE SPACES.
      88 WS-CARD-CLEAN VALUE SPACES.
   01 WS-ACCEPT-COUNT PIC 9(5) VALUE 0.
   01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
   01 WS-RELEASE-COUNT PIC 9(5) VALUE 0.
   01 WS-RETURN-COUNT PIC 9(5) VALUE 0.
   01 WS-RETURN-CARD-COUNT PIC 9(7) VALUE 0.
   01 WS-CARD-COUNT PIC 9(7) VALUE 0.
   01 WS-HELD-DATE-N PIC 9(8) VALUE 0.
   01 WS-OLD-STATUS PIC X(1) VALUE SPACE.
   01 WS-RTN-EXPECTED-COUNT PIC 9(7) VALUE 0.
   01 WS-RTN-EXPECTED-HASH PIC 9(7) VALUE 0.

   COPY CBHLDMN.

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
    03 FILLER PIC X(16) VALUE "HELDBAT MNT RPT ".
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
    03 CR-ACTION PIC X(7).
    03 FILLER PIC X(1) VALUE SPACE.
    03 CR-BATCH-ID PIC X(8).
    03 FILLER PIC X(7) VALUE "  HELD=".
    03 CR-HELD-DATE PIC X(8).
    03 FILLER PIC X(6) VALUE "  OLD=".
    03 CR-OLD-STATUS PIC X(1).
    03 FILLER PIC X(6) VALUE "  NEW=".
    03 CR-NEW-STATUS PIC X(1).
    03 FILLER PIC X(6) VALUE "  SUP=".
    03 CR-SUPERVISOR-ID PIC X(8).
    03 FILLER PIC X(8) VALUE "  CARDS=".
    03 CR-CARD-COUNT PIC Z(6)9.
    03 FILLER PIC X(9) VALUE "  STATUS=".
    03 CR-STATUS PIC X(8).
    03 FILLER PIC X(9) VALUE "  REASON=".
    03 CR-REASON PIC X(20).

   01 REPORT-DETAIL-LINE.
    03 RD-LABEL PIC X(15).
    03 RD-VALUE PIC Z(6)9.

PROCEDURE DIVISION.
  MAIN SECTION.
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME.
    OPEN INPUT MAINT-FILE.
    IF WS-MAINT-STATUS NOT = "00"
      DISPLAY "HELDUPD: unable to open MAINT-FILE, status " WS-MAINT-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN OUTPUT PRINT-FILE.
    IF WS-PRINT-STATUS NOT = "00"
      DISPLAY "HELDUPD: unable to open PRINT-FILE, status " WS-PRINT-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN OUTPUT RETURN-FILE.
    IF WS-RETURN-STATUS NOT = "00"
      DISPLAY "HELDUPD: unable to open RETURN-FILE, status "
          WS-RETURN-STATUS
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
      DISPLAY "HELDUPD: unable to open HELD-BATCH-FILE, status "
          WS-HELD-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
      *> Without a fingerprint file there is nothing a returned card
      *> could be judged a duplicate against, so none is created.
    OPEN I-O FINGERPRINT-FILE.
    EVALUATE WS-FPRT-STATUS
      WHEN "00"
        SET WS-FPRT-OPEN TO TRUE
      WHEN "35"
        CONTINUE
      WHEN OTHER
        DISPLAY "HELDUPD: unable to open FINGERPRINT-FILE, status "
            WS-FPRT-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-EVALUATE.

    PERFORM WRITE-REPORT-HEADER.
    PERFORM READ-MAINT-RECORD.
    PERFORM PROCESS-MAINT-CARD UNTIL WS-MAINT-EOF.

    MOVE "CARDS ACCEPTED" TO RD-LABEL
    MOVE WS-ACCEPT-COUNT TO RD-VALUE
    PERFORM WRITE-REPORT-LINE.
    MOVE "CARDS REJECTED" TO RD-LABEL
    MOVE WS-REJECT-COUNT TO RD-VALUE
    PERFORM WRITE-REPORT-LINE.
    MOVE "BATCHES RELSD" TO RD-LABEL
    MOVE WS-RELEASE-COUNT TO RD-VALUE
    PERFORM WRITE-REPORT-LINE.
    MOVE "BATCHES RETURND" TO RD-LABEL
    MOVE WS-RETURN-COUNT TO RD-VALUE
    PERFORM WRITE-REPORT-LINE.
    MOVE "CARDS RETURNED" TO RD-LABEL
    MOVE WS-RETURN-CARD-COUNT TO RD-VALUE
    PERFORM WRITE-REPORT-LINE.
    MOVE "FPRINTS DROPPED" TO RD-LABEL
    MOVE WS-FPRT-DROP-COUNT TO RD-VALUE
    PERFORM WRITE-REPORT-LINE.

    IF WS-REJECT-COUNT > 0
      MOVE 4 TO RETURN-CODE
    END-IF.
    CLOSE MAINT-FILE.
    CLOSE HELD-BATCH-FILE.
    IF WS-FPRT-OPEN
      CLOSE FINGERPRINT-FILE
    END-IF.
    CLOSE RETURN-FILE.
    CLOSE PRINT-FILE.
    STOP RUN.

  READ-MAINT-RECORD.
    READ MAINT-FILE INTO HELD-MAINT-CARD
      AT END
        SET WS-MAINT-EOF TO TRUE
      NOT AT END
        CONTINUE
    END-READ.

  PROCESS-MAINT-CARD.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE ZERO TO WS-CARD-COUNT.
    PERFORM CHECK-MAINT-CARD.
    IF WS-CARD-CLEAN
      PERFORM FETCH-HELD-CONTROL
      PERFORM CHECK-HELD-STATUS
    END-IF.
    MOVE HMN-BATCH-ID TO CR-BATCH-ID.
    MOVE HMN-HELD-DATE TO CR-HELD-DATE.
    MOVE HMN-SUPERVISOR-ID TO CR-SUPERVISOR-ID.
    IF NOT WS-CARD-CLEAN
      ADD 1 TO WS-REJECT-COUNT
      MOVE "REJECT" TO CR-ACTION
      MOVE WS-OLD-STATUS TO CR-OLD-STATUS
      MOVE SPACE TO CR-NEW-STATUS
      MOVE ZERO TO CR-CARD-COUNT
      MOVE "REJECTED" TO CR-STATUS
      MOVE WS-REJECT-REASON TO CR-REASON
      PERFORM WRITE-CHANGE-LINE
    ELSE
      IF HMN-ACTION-RELEASE
        PERFORM RELEASE-HELD-BATCH
      ELSE
        PERFORM RETURN-HELD-BATCH
      END-IF
    END-IF.
    PERFORM READ-MAINT-RECORD.

  CHECK-MAINT-CARD.
    MOVE SPACE TO WS-OLD-STATUS.
    EVALUATE TRUE
      WHEN HMN-BATCH-ID = SPACES
        MOVE "BLANK BATCH ID" TO WS-REJECT-REASON
      WHEN HMN-HELD-DATE NOT NUMERIC
        MOVE "BAD HELD DATE" TO WS-REJECT-REASON
      WHEN NOT HMN-ACTION-RELEASE AND NOT HMN-ACTION-RETURN
        MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
      WHEN HMN-SUPERVISOR-ID = SPACES
        MOVE "BLANK SUPERVISOR ID" TO WS-REJECT-REASON
      WHEN HMN-ACTION-RETURN AND HMN-REASON = SPACES
        MOVE "BLANK RETURN REASON" TO WS-REJECT-REASON
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

  FETCH-HELD-CONTROL.
    MOVE "N" TO WS-RECORD-FOUND-SW.
    MOVE HMN-HELD-DATE TO WS-HELD-DATE-N.
    MOVE WS-HELD-DATE-N TO HLD-HELD-DATE.
    MOVE HMN-BATCH-ID TO HLD-BATCH-ID.
    MOVE ZERO TO HLD-SEQ-NO.
    READ HELD-BATCH-FILE
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        SET WS-RECORD-FOUND TO TRUE
        MOVE HLC-STATUS TO WS-OLD-STATUS
        MOVE HLC-ACTUAL-COUNT TO WS-CARD-COUNT
    END-READ.

      *> Only a batch still waiting is released. A released batch
      *> MATH has not posted yet may still be returned - the
      *> supervisor's second thoughts win until the next MATH run -
      *> but a batch already posted or returned is finished with.
  CHECK-HELD-STATUS.
    EVALUATE TRUE
      WHEN NOT WS-RECORD-FOUND
        MOVE "HELD BATCH NOT FOUND" TO WS-REJECT-REASON
      WHEN HLC-HELD
        CONTINUE
      WHEN HLC-RELEASED AND HMN-ACTION-RETURN
        CONTINUE
      WHEN HLC-RELEASED
        MOVE "ALREADY RELEASED" TO WS-REJECT-REASON
      WHEN HLC-POSTED
        MOVE "ALREADY POSTED" TO WS-REJECT-REASON
      WHEN OTHER
        MOVE "ALREADY RETURNED" TO WS-REJECT-REASON
    END-EVALUATE.

  RELEASE-HELD-BATCH.
    MOVE "RELEASE" TO CR-ACTION.
    MOVE WS-OLD-STATUS TO CR-OLD-STATUS.
    MOVE WS-CARD-COUNT TO CR-CARD-COUNT.
    SET HLC-RELEASED TO TRUE.
    MOVE HMN-SUPERVISOR-ID TO HLC-SUPERVISOR-ID.
    MOVE WS-RUN-DATE TO HLC-ACTION-DATE.
    MOVE HMN-REASON TO HLC-REASON.
    REWRITE HELD-CONTROL-RECORD
      INVALID KEY
        CONTINUE
    END-REWRITE.
    IF WS-HELD-STATUS = "00"
      ADD 1 TO WS-ACCEPT-COUNT
      ADD 1 TO WS-RELEASE-COUNT
      MOVE HLC-STATUS TO CR-NEW-STATUS
      MOVE "ACCEPTED" TO CR-STATUS
      MOVE HMN-REASON TO CR-REASON
    ELSE
      ADD 1 TO WS-REJECT-COUNT
      MOVE SPACE TO CR-NEW-STATUS
      MOVE "REJECTED" TO CR-STATUS
      MOVE "REWRITE FAILED" TO CR-REASON
    END-IF.
    PERFORM WRITE-CHANGE-LINE.

      *> A returned batch goes back to the submitter exactly as it
      *> arrived - a header card, the held detail cards and a
      *> trailer punched with the batch's original control figures -
      *> so the branch can correct it and resubmit it whole. The
      *> queue's copy of the cards is cleared as they are written.
  RETURN-HELD-BATCH.
    MOVE "RETURN" TO CR-ACTION.
    MOVE WS-OLD-STATUS TO CR-OLD-STATUS.
    MOVE SPACES TO TRANS-RECORD.
    MOVE ZEROS TO TRANS-RECORD(1:20).
    SET TR-BATCH-HEADER TO TRUE.
    MOVE HMN-BATCH-ID TO BH-BATCH-ID.
    PERFORM WRITE-RETURN-CARD.
    MOVE HLC-EXPECTED-COUNT TO WS-RTN-EXPECTED-COUNT.
    MOVE HLC-EXPECTED-HASH TO WS-RTN-EXPECTED-HASH.
    MOVE ZERO TO WS-CARD-COUNT.
    PERFORM START-HELD-CARDS.
    PERFORM RETURN-ONE-HELD-CARD UNTIL WS-HELD-EOF.
    MOVE SPACES TO TRANS-RECORD.
    MOVE ZEROS TO TRANS-RECORD(1:20).
    SET TR-BATCH-TRAILER TO TRUE.
    MOVE WS-RTN-EXPECTED-COUNT TO BT-REC-COUNT.
    MOVE WS-RTN-EXPECTED-HASH TO BT-D9-HASH-TOTAL.
    PERFORM WRITE-RETURN-CARD.
    MOVE WS-CARD-COUNT TO CR-CARD-COUNT.
    MOVE WS-HELD-DATE-N TO HLD-HELD-DATE.
    MOVE HMN-BATCH-ID TO HLD-BATCH-ID.
    MOVE ZERO TO HLD-SEQ-NO.
    READ HELD-BATCH-FILE
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        SET HLC-REJECTED TO TRUE
        MOVE HMN-SUPERVISOR-ID TO HLC-SUPERVISOR-ID
        MOVE WS-RUN-DATE TO HLC-ACTION-DATE
        MOVE HMN-REASON TO HLC-REASON
        REWRITE HELD-CONTROL-RECORD
          INVALID KEY
            CONTINUE
        END-REWRITE
    END-READ.
    IF WS-HELD-STATUS = "00"
      ADD 1 TO WS-ACCEPT-COUNT
      ADD 1 TO WS-RETURN-COUNT
      MOVE HLC-STATUS TO CR-NEW-STATUS
      MOVE "ACCEPTED" TO CR-STATUS
      MOVE HMN-REASON TO CR-REASON
    ELSE
      ADD 1 TO WS-REJECT-COUNT
      MOVE SPACE TO CR-NEW-STATUS
      MOVE "REJECTED" TO CR-STATUS
      MOVE "REWRITE FAILED" TO CR-REASON
    END-IF.
    PERFORM WRITE-CHANGE-LINE.

      *> The trailer's figures are saved off the control record
      *> before the cards are read, since each card read replaces
      *> the control record in the held-batch record area.
  RETURN-ONE-HELD-CARD.
    PERFORM READ-HELD-CARD-NEXT.
    IF NOT WS-HELD-EOF
      MOVE HLD-TRANS-IMAGE TO TRANS-RECORD
      IF WS-FPRT-OPEN AND TR-DETAIL-RECORD AND TR-NORMAL-TRANS
        PERFORM DROP-HELD-FINGERPRINT
      END-IF
      PERFORM WRITE-RETURN-CARD
      ADD 1 TO WS-CARD-COUNT
      ADD 1 TO WS-RETURN-CARD-COUNT
      DELETE HELD-BATCH-FILE
        INVALID KEY
          DISPLAY "HELDUPD: unable to clear held card, key " HLD-KEY
      END-DELETE
    END-IF.

      *> TRANSEDT fingerprinted the card when it passed the edit, so
      *> the corrected batch coming back inside the duplicate window
      *> would be rejected as DUP against itself. The fingerprint is
      *> dropped only while it is still the one this card left - the
      *> same batch-id and VALIDOUT sequence number; a later card that
      *> has since refreshed it keeps it.
  DROP-HELD-FINGERPRINT.
    MOVE TR-ADD-AMOUNT TO FP-ADD-AMOUNT.
    MOVE TR-SUB-AMOUNT TO FP-SUB-AMOUNT.
    MOVE TR-D4-VALUE TO FP-D4-VALUE.
    MOVE TR-D5-VALUE TO FP-D5-VALUE.
    MOVE TR-ACCOUNT-CODE TO FP-ACCOUNT-CODE.
    READ FINGERPRINT-FILE
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        IF FP-LAST-BATCH-ID = HLD-BATCH-ID
            AND FP-LAST-SEQ-NO = HLD-SEQ-NO
          DELETE FINGERPRINT-FILE
            INVALID KEY
              DISPLAY "HELDUPD: unable to drop fingerprint, key "
                  FP-KEY
            NOT INVALID KEY
              ADD 1 TO WS-FPRT-DROP-COUNT
          END-DELETE
        END-IF
    END-READ.

  START-HELD-CARDS.
    MOVE "N" TO WS-HELD-EOF-SW.
    MOVE WS-HELD-DATE-N TO HLD-HELD-DATE.
    MOVE HMN-BATCH-ID TO HLD-BATCH-ID.
    MOVE 1 TO HLD-SEQ-NO.
    START HELD-BATCH-FILE KEY NOT < HLD-KEY
      INVALID KEY
        SET WS-HELD-EOF TO TRUE
    END-START.

  READ-HELD-CARD-NEXT.
    READ HELD-BATCH-FILE NEXT RECORD
      AT END
        SET WS-HELD-EOF TO TRUE
      NOT AT END
        IF HLD-HELD-DATE NOT = WS-HELD-DATE-N
            OR HLD-BATCH-ID NOT = HMN-BATCH-ID
          SET WS-HELD-EOF TO TRUE
        END-IF
    END-READ.

  WRITE-RETURN-CARD.
    WRITE TRANS-RECORD.

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
