IDENTIFICATION DIVISION.
PROGRAM-ID. HELDRPT.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.
     SELECT HELD-BATCH-FILE ASSIGN TO HELDBAT
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HLD-KEY
       FILE STATUS IS WS-HELD-STATUS.
     SELECT PRINT-FILE ASSIGN TO PRTOUT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
  FILE SECTION.
   FD HELD-BATCH-FILE
     RECORD CONTAINS 120 CHARACTERS.
     COPY CBHELD.

   FD PRINT-FILE
     RECORD CONTAINS 132 CHARACTERS.
    01 PRINT-RECORD PIC X(132).

  WORKING-STORAGE SECTION.
   01 WS-HELD-STATUS PIC XX VALUE "00".
   01 WS-PRINT-STATUS PIC XX VALUE "00".
   01 WS-HELD-EOF-SW PIC X VALUE "N".
      88 WS-HELD-EOF VALUE "Y".
   01 WS-RUN-DATE-N PIC 9(8) VALUE 0.
   01 WS-TODAY-INTEGER PIC 9(8) VALUE 0.
   01 WS-HELD-INTEGER PIC 9(8) VALUE 0.
   01 WS-DAYS-HELD PIC S9(5) VALUE 0.
   01 WS-OLDEST-DAYS PIC S9(5) VALUE 0.
   01 WS-WAITING-COUNT PIC 9(7) VALUE 0.
   01 WS-RELEASED-COUNT PIC 9(7) VALUE 0.
   01 WS-POSTED-COUNT PIC 9(7) VALUE 0.
   01 WS-RETURNED-COUNT PIC 9(7) VALUE 0.
   01 WS-HELD-CARD-COUNT PIC 9(7) VALUE 0.

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
    03 FILLER PIC X(16) VALUE "HELD BATCH LIST ".
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

   01 REPORT-COL-HEADER.
    03 FILLER PIC X(44) VALUE
       "BATCH-ID HELD-DATE  ST DAYS-HELD EXP-RECS AC".
    03 FILLER PIC X(46) VALUE
       "T-RECS EXP-HASH ACT-HASH SUPERVSR ACTION-DT".

   01 HELD-RPT-LINE.
    03 HRL-BATCH-ID PIC X(8).
    03 FILLER PIC X(1) VALUE SPACE.
    03 HRL-HELD-DATE PIC 9(8).
    03 FILLER PIC X(3) VALUE SPACES.
    03 HRL-STATUS PIC X(1).
    03 FILLER PIC X(2) VALUE SPACES.
    03 HRL-DAYS-HELD PIC ZZZZZZZZ9.
    03 FILLER PIC X(1) VALUE SPACE.
    03 HRL-EXPECTED-COUNT PIC ZZZZZZZ9.
    03 FILLER PIC X(1) VALUE SPACE.
    03 HRL-ACTUAL-COUNT PIC ZZZZZZZ9.
    03 FILLER PIC X(1) VALUE SPACE.
    03 HRL-EXPECTED-HASH PIC ZZZZZZZ9.
    03 FILLER PIC X(1) VALUE SPACE.
    03 HRL-ACTUAL-HASH PIC ZZZZZZZ9.
    03 FILLER PIC X(1) VALUE SPACE.
    03 HRL-SUPERVISOR-ID PIC X(8).
    03 FILLER PIC X(1) VALUE SPACE.
    03 HRL-ACTION-DATE PIC X(8).

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
    COMPUTE WS-TODAY-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N).
    OPEN INPUT HELD-BATCH-FILE.
    IF WS-HELD-STATUS NOT = "00"
      DISPLAY "HELDRPT: unable to open HELD-BATCH-FILE, status "
          WS-HELD-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN OUTPUT PRINT-FILE.
    IF WS-PRINT-STATUS NOT = "00"
      DISPLAY "HELDRPT: unable to open PRINT-FILE, status "
          WS-PRINT-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.

    PERFORM WRITE-REPORT-HEADER.
    PERFORM WRITE-COL-HEADER.

    PERFORM READ-HELD-NEXT.
    PERFORM PROCESS-HELD-RECORD UNTIL WS-HELD-EOF.

    PERFORM WRITE-HELD-SUMMARY.
    IF WS-WAITING-COUNT > 0
      MOVE 4 TO RETURN-CODE
    END-IF.
    CLOSE HELD-BATCH-FILE.
    CLOSE PRINT-FILE.
    STOP RUN.

  READ-HELD-NEXT.
    READ HELD-BATCH-FILE NEXT RECORD
      AT END
        SET WS-HELD-EOF TO TRUE
      NOT AT END
        CONTINUE
    END-READ.

      *> Only control records (sequence 0) are listed, and only for
      *> batches still outstanding - held, or released and waiting
      *> for MATH. Posted and returned batches are counted in the
      *> summary; their control records stay on file as the trail.
  PROCESS-HELD-RECORD.
    IF HLD-SEQ-NO = ZERO
      EVALUATE TRUE
        WHEN HLC-HELD
          ADD 1 TO WS-WAITING-COUNT
          PERFORM LIST-HELD-BATCH
        WHEN HLC-RELEASED
          ADD 1 TO WS-RELEASED-COUNT
          PERFORM LIST-HELD-BATCH
        WHEN HLC-POSTED
          ADD 1 TO WS-POSTED-COUNT
        WHEN OTHER
          ADD 1 TO WS-RETURNED-COUNT
      END-EVALUATE
    ELSE
      ADD 1 TO WS-HELD-CARD-COUNT
    END-IF.
    PERFORM READ-HELD-NEXT.

  LIST-HELD-BATCH.
    COMPUTE WS-HELD-INTEGER =
        FUNCTION INTEGER-OF-DATE(HLD-HELD-DATE).
    COMPUTE WS-DAYS-HELD = WS-TODAY-INTEGER - WS-HELD-INTEGER.
    IF WS-DAYS-HELD < 0
      MOVE 0 TO WS-DAYS-HELD
    END-IF.
    IF WS-DAYS-HELD > WS-OLDEST-DAYS
      MOVE WS-DAYS-HELD TO WS-OLDEST-DAYS
    END-IF.
    MOVE HLD-BATCH-ID TO HRL-BATCH-ID.
    MOVE HLD-HELD-DATE TO HRL-HELD-DATE.
    MOVE HLC-STATUS TO HRL-STATUS.
    MOVE WS-DAYS-HELD TO HRL-DAYS-HELD.
    MOVE HLC-EXPECTED-COUNT TO HRL-EXPECTED-COUNT.
    MOVE HLC-ACTUAL-COUNT TO HRL-ACTUAL-COUNT.
    MOVE HLC-EXPECTED-HASH TO HRL-EXPECTED-HASH.
    MOVE HLC-ACTUAL-HASH TO HRL-ACTUAL-HASH.
    MOVE HLC-SUPERVISOR-ID TO HRL-SUPERVISOR-ID.
    IF HLC-ACTION-DATE = ZERO
      MOVE SPACES TO HRL-ACTION-DATE
    ELSE
      MOVE HLC-ACTION-DATE TO HRL-ACTION-DATE
    END-IF.
    PERFORM WRITE-HELD-LINE.

  WRITE-HELD-SUMMARY.
    MOVE "BATCHES HELD" TO RD-LABEL   MOVE WS-WAITING-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "RELEASED-WAIT" TO RD-LABEL   MOVE WS-RELEASED-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "CARDS ON QUEUE" TO RD-LABEL   MOVE WS-HELD-CARD-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "OLDEST (DAYS)" TO RD-LABEL   MOVE WS-OLDEST-DAYS TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "BATCHES POSTED" TO RD-LABEL   MOVE WS-POSTED-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "BATCHES RETURND" TO RD-LABEL   MOVE WS-RETURNED-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    IF WS-WAITING-COUNT = ZERO AND WS-RELEASED-COUNT = ZERO
      MOVE "HELD QUEUE" TO RT-LABEL
      MOVE "NOTHING WAITING" TO RT-VALUE
      PERFORM WRITE-TEXT-LINE
    END-IF.

  WRITE-COL-HEADER.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM REPORT-COL-HEADER.
    ADD 1 TO WS-LINE-COUNT.

  WRITE-HELD-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
      PERFORM WRITE-REPORT-HEADER
      PERFORM WRITE-COL-HEADER
    END-IF.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM HELD-RPT-LINE.
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
