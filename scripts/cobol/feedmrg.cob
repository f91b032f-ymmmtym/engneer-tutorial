IDENTIFICATION DIVISION.
PROGRAM-ID. FEEDMRG.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.
     SELECT FEED-FILE ASSIGN TO FEEDIN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FEED-STATUS.
     SELECT TRANS-OUT-FILE ASSIGN TO TRANSOUT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANS-OUT-STATUS.
     SELECT FEED-REJECT-FILE ASSIGN TO FEEDREJ
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FEED-REJ-STATUS.
     SELECT PRINT-FILE ASSIGN TO PRTOUT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
  FILE SECTION.
   FD FEED-FILE
     RECORD CONTAINS 80 CHARACTERS.
     COPY CBFEED.

   FD TRANS-OUT-FILE
     RECORD CONTAINS 80 CHARACTERS.
     COPY CBTRANS.

   FD FEED-REJECT-FILE
     RECORD CONTAINS 80 CHARACTERS.
    01 FEED-REJECT-RECORD PIC X(80).

   FD PRINT-FILE
     RECORD CONTAINS 132 CHARACTERS.
    01 PRINT-RECORD PIC X(132).

  WORKING-STORAGE SECTION.
   01 WS-FEED-STATUS PIC XX VALUE "00".
   01 WS-TRANS-OUT-STATUS PIC XX VALUE "00".
   01 WS-FEED-REJ-STATUS PIC XX VALUE "00".
   01 WS-PRINT-STATUS PIC XX VALUE "00".
   01 WS-FEED-EOF-SW PIC X VALUE "N".
      88 WS-FEED-EOF VALUE "Y".
   01 WS-CARDS-READ PIC 9(7) VALUE 0.
   01 WS-CARDS-WRITTEN PIC 9(7) VALUE 0.
   01 WS-CARDS-REJECTED PIC 9(7) VALUE 0.
   01 WS-ACCEPT-FEED-COUNT PIC 9(7) VALUE 0.
   01 WS-REJECT-FEED-COUNT PIC 9(7) VALUE 0.

      *> The first pass reads FEEDIN through and notes every feed in
      *> the table below - its source header details, the figures
      *> on its control trailer, the figures counted from its cards
      *> and, once the trailer has been checked, either the batch-id
      *> assigned to it or the reason it is rejected. The second
      *> pass rereads the file and uses the card count noted for
      *> each feed to copy the feed whole to TRANSOUT or FEEDREJ, so
      *> nothing of a failing feed is written until its trailer has
      *> been seen. Cards outside any feed (ahead of the first
      *> source header, or after a control trailer) are collected
      *> as an entry of their own and rejected as NO-HDR.
   01 WS-ENTRY-SW PIC X VALUE "N".
      88 WS-NO-OPEN-ENTRY VALUE "N".
      88 WS-FEED-OPEN VALUE "F".
      88 WS-STRAY-OPEN VALUE "O".
   01 WS-FEED-MAX PIC 9(3) VALUE 200.
   01 WS-FEED-COUNT PIC 9(3) VALUE 0.
   01 WS-FEED-IX PIC 9(3) VALUE 0.
   01 WS-SCAN-IX PIC 9(3) VALUE 0.
   01 WS-CARD-IX PIC 9(7) VALUE 0.
   01 WS-CARD-D9 PIC 9(5) VALUE 0.
   01 WS-SOURCE-FEED-NO PIC 9(3) VALUE 0.
   01 WS-FEED-TABLE.
    03 WS-FT-ENTRY OCCURS 200 TIMES.
     05 WS-FT-SOURCE-ID PIC X(6).
     05 WS-FT-FEED-DATE PIC X(8).
     05 WS-FT-FEED-REF PIC X(10).
     05 WS-FT-BATCH-ID PIC X(8).
     05 WS-FT-CARD-COUNT PIC 9(7).
     05 WS-FT-EXPECTED-COUNT PIC 9(7).
     05 WS-FT-ACTUAL-COUNT PIC 9(7).
     05 WS-FT-EXPECTED-HASH PIC 9(7).
     05 WS-FT-ACTUAL-HASH PIC 9(7).
     05 WS-FT-ADD-TOTAL PIC 9(9).
     05 WS-FT-SUB-TOTAL PIC 9(9).
     05 WS-FT-BATCH-REC-SW PIC X(1).
        88 WS-FT-HAS-BATCH-REC VALUE "Y".
     05 WS-FT-REASON PIC X(8).
        88 WS-FT-ACCEPTED VALUE SPACES.

      *> Batch-ids are the source id plus the feed's number among
      *> the feeds accepted from that source in this intake, so a
      *> branch's first feed of the day always lands under the same
      *> batch-id and its history lines up day after day.
   01 WS-BATCH-ID-WK.
    03 WS-BID-SOURCE-ID PIC X(6).
    03 WS-BID-FEED-NO PIC 9(2).

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
    03 FILLER PIC X(16) VALUE "FEED INTAKE RPT ".
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
    03 FILLER PIC X(45) VALUE
       "SOURCE FEED-DATE FEED-REF   BATCH-ID EXP-REC ".
    03 FILLER PIC X(44) VALUE
       "CNT-REC EXP-HSH CNT-HSH ADD-TOTAL SUB-TOTAL ".
    03 FILLER PIC X(15) VALUE "RESULT   REASON".

   01 FEED-RPT-LINE.
    03 FRL-SOURCE-ID PIC X(6).
    03 FILLER PIC X(1) VALUE SPACE.
    03 FRL-FEED-DATE PIC X(8).
    03 FILLER PIC X(2) VALUE SPACES.
    03 FRL-FEED-REF PIC X(10).
    03 FILLER PIC X(1) VALUE SPACE.
    03 FRL-BATCH-ID PIC X(8).
    03 FILLER PIC X(1) VALUE SPACE.
    03 FRL-EXPECTED-COUNT PIC Z(6)9.
    03 FILLER PIC X(1) VALUE SPACE.
    03 FRL-ACTUAL-COUNT PIC Z(6)9.
    03 FILLER PIC X(1) VALUE SPACE.
    03 FRL-EXPECTED-HASH PIC Z(6)9.
    03 FILLER PIC X(1) VALUE SPACE.
    03 FRL-ACTUAL-HASH PIC Z(6)9.
    03 FILLER PIC X(1) VALUE SPACE.
    03 FRL-ADD-TOTAL PIC Z(8)9.
    03 FILLER PIC X(1) VALUE SPACE.
    03 FRL-SUB-TOTAL PIC Z(8)9.
    03 FILLER PIC X(1) VALUE SPACE.
    03 FRL-RESULT PIC X(8).
    03 FILLER PIC X(1) VALUE SPACE.
    03 FRL-REASON PIC X(8).

   01 REPORT-DETAIL-LINE.
    03 RD-LABEL PIC X(15).
    03 RD-VALUE PIC Z(6)9.

PROCEDURE DIVISION.
  MAIN SECTION.
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME.
    OPEN INPUT FEED-FILE.
    IF WS-FEED-STATUS NOT = "00"
      DISPLAY "FEEDMRG: unable to open FEED-FILE, status " WS-FEED-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN OUTPUT TRANS-OUT-FILE.
    IF WS-TRANS-OUT-STATUS NOT = "00"
      DISPLAY "FEEDMRG: unable to open TRANS-OUT-FILE, status "
          WS-TRANS-OUT-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN OUTPUT FEED-REJECT-FILE.
    IF WS-FEED-REJ-STATUS NOT = "00"
      DISPLAY "FEEDMRG: unable to open FEED-REJECT-FILE, status "
          WS-FEED-REJ-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN OUTPUT PRINT-FILE.
    IF WS-PRINT-STATUS NOT = "00"
      DISPLAY "FEEDMRG: unable to open PRINT-FILE, status " WS-PRINT-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.

    PERFORM SCAN-FEED-FILE.
    PERFORM WRITE-REPORT-HEADER.
    PERFORM WRITE-COL-HEADER.
    PERFORM MERGE-ONE-FEED
        VARYING WS-FEED-IX FROM 1 BY 1
        UNTIL WS-FEED-IX > WS-FEED-COUNT.

    PERFORM WRITE-INTAKE-SUMMARY.
      *> Code 8 when nothing at all came through for TRANSEDT to
      *> edit, 4 when some feeds were turned back but others merged.
    EVALUATE TRUE
      WHEN WS-ACCEPT-FEED-COUNT = ZERO
        MOVE 8 TO RETURN-CODE
      WHEN WS-REJECT-FEED-COUNT > 0
        MOVE 4 TO RETURN-CODE
      WHEN OTHER
        CONTINUE
    END-EVALUATE.
    CLOSE FEED-FILE.
    CLOSE TRANS-OUT-FILE.
    CLOSE FEED-REJECT-FILE.
    CLOSE PRINT-FILE.
    STOP RUN.

  READ-FEED-RECORD.
    READ FEED-FILE
      AT END
        SET WS-FEED-EOF TO TRUE
      NOT AT END
        CONTINUE
    END-READ.

  SCAN-FEED-FILE.
    SET WS-NO-OPEN-ENTRY TO TRUE.
    PERFORM READ-FEED-RECORD.
    PERFORM SCAN-FEED-RECORD UNTIL WS-FEED-EOF.
    IF WS-FEED-OPEN
      MOVE "NO-TRL" TO WS-FT-REASON(WS-FEED-COUNT)
    END-IF.
    CLOSE FEED-FILE.
    MOVE "N" TO WS-FEED-EOF-SW.
    OPEN INPUT FEED-FILE.
    IF WS-FEED-STATUS NOT = "00"
      DISPLAY "FEEDMRG: unable to reopen FEED-FILE, status "
          WS-FEED-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.

  SCAN-FEED-RECORD.
    ADD 1 TO WS-CARDS-READ.
    EVALUATE TRUE
      WHEN FH-SOURCE-HEADER
        IF WS-FEED-OPEN
          MOVE "NO-TRL" TO WS-FT-REASON(WS-FEED-COUNT)
        END-IF
        PERFORM START-FEED-ENTRY
        SET WS-FEED-OPEN TO TRUE
        ADD 1 TO WS-FT-CARD-COUNT(WS-FEED-COUNT)
        MOVE FH-SOURCE-ID TO WS-FT-SOURCE-ID(WS-FEED-COUNT)
        MOVE FH-FEED-DATE TO WS-FT-FEED-DATE(WS-FEED-COUNT)
        MOVE FH-FEED-REF TO WS-FT-FEED-REF(WS-FEED-COUNT)
      WHEN FH-CONTROL-TRAILER AND WS-FEED-OPEN
        ADD 1 TO WS-FT-CARD-COUNT(WS-FEED-COUNT)
        PERFORM CHECK-FEED-TRAILER
        SET WS-NO-OPEN-ENTRY TO TRUE
      WHEN WS-FEED-OPEN
        PERFORM COUNT-FEED-CARD
      WHEN OTHER
        IF NOT WS-STRAY-OPEN
          PERFORM START-FEED-ENTRY
          SET WS-STRAY-OPEN TO TRUE
          MOVE "NO-HDR" TO WS-FT-REASON(WS-FEED-COUNT)
        END-IF
        ADD 1 TO WS-FT-CARD-COUNT(WS-FEED-COUNT)
    END-EVALUATE.
    PERFORM READ-FEED-RECORD.

      *> More feeds than the table holds cannot be merged safely -
      *> the overflow could be neither checked nor turned back whole
      *> - so the run stops before anything is written. Split the
      *> intake across two runs.
  START-FEED-ENTRY.
    IF WS-FEED-COUNT >= WS-FEED-MAX
      DISPLAY "FEEDMRG: more than " WS-FEED-MAX
          " feeds on FEEDIN - split the intake and rerun"
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    ADD 1 TO WS-FEED-COUNT.
    MOVE SPACES TO WS-FT-SOURCE-ID(WS-FEED-COUNT).
    MOVE SPACES TO WS-FT-FEED-DATE(WS-FEED-COUNT).
    MOVE SPACES TO WS-FT-FEED-REF(WS-FEED-COUNT).
    MOVE SPACES TO WS-FT-BATCH-ID(WS-FEED-COUNT).
    MOVE ZERO TO WS-FT-CARD-COUNT(WS-FEED-COUNT).
    MOVE ZERO TO WS-FT-EXPECTED-COUNT(WS-FEED-COUNT).
    MOVE ZERO TO WS-FT-ACTUAL-COUNT(WS-FEED-COUNT).
    MOVE ZERO TO WS-FT-EXPECTED-HASH(WS-FEED-COUNT).
    MOVE ZERO TO WS-FT-ACTUAL-HASH(WS-FEED-COUNT).
    MOVE ZERO TO WS-FT-ADD-TOTAL(WS-FEED-COUNT).
    MOVE ZERO TO WS-FT-SUB-TOTAL(WS-FEED-COUNT).
    MOVE "N" TO WS-FT-BATCH-REC-SW(WS-FEED-COUNT).
    MOVE SPACES TO WS-FT-REASON(WS-FEED-COUNT).
    MOVE ZERO TO WS-CARD-D9.

      *> Cards are counted and hashed exactly as MATH will count and
      *> hash them (D4 + D5; a card whose sum overflows adds the D9
      *> left by the card before it), so a feed that passes here
      *> also reconciles in MATH unless TRANSEDT turns cards back.
      *> A card whose D4 or D5 is not numeric is counted but not
      *> hashed - TRANSEDT will reject it.
      *> The card is looked at through the TRANSOUT record area,
      *> which is free until the second pass starts writing.
  COUNT-FEED-CARD.
    ADD 1 TO WS-FT-CARD-COUNT(WS-FEED-COUNT).
    MOVE FEED-RECORD TO TRANS-RECORD.
    IF TR-BATCH-HEADER OR TR-BATCH-TRAILER
      SET WS-FT-HAS-BATCH-REC(WS-FEED-COUNT) TO TRUE
    ELSE
      ADD 1 TO WS-FT-ACTUAL-COUNT(WS-FEED-COUNT)
      IF TR-D4-VALUE NUMERIC AND TR-D5-VALUE NUMERIC
        COMPUTE WS-CARD-D9 = TR-D4-VALUE + TR-D5-VALUE
          ON SIZE ERROR
            CONTINUE
        END-COMPUTE
        ADD WS-CARD-D9 TO WS-FT-ACTUAL-HASH(WS-FEED-COUNT)
          ON SIZE ERROR
            CONTINUE
        END-ADD
      END-IF
      IF TR-ADD-AMOUNT NUMERIC
        ADD TR-ADD-AMOUNT TO WS-FT-ADD-TOTAL(WS-FEED-COUNT)
          ON SIZE ERROR
            CONTINUE
        END-ADD
      END-IF
      IF TR-SUB-AMOUNT NUMERIC
        ADD TR-SUB-AMOUNT TO WS-FT-SUB-TOTAL(WS-FEED-COUNT)
          ON SIZE ERROR
            CONTINUE
        END-ADD
      END-IF
    END-IF.

  CHECK-FEED-TRAILER.
    IF FC-REC-COUNT NUMERIC AND FC-D9-HASH-TOTAL NUMERIC
      MOVE FC-REC-COUNT TO WS-FT-EXPECTED-COUNT(WS-FEED-COUNT)
      MOVE FC-D9-HASH-TOTAL TO WS-FT-EXPECTED-HASH(WS-FEED-COUNT)
    END-IF.
    EVALUATE TRUE
      WHEN WS-FT-SOURCE-ID(WS-FEED-COUNT) = SPACES
        MOVE "SRC-ID" TO WS-FT-REASON(WS-FEED-COUNT)
      WHEN FC-REC-COUNT NOT NUMERIC
          OR FC-D9-HASH-TOTAL NOT NUMERIC
        MOVE "TRL-NUM" TO WS-FT-REASON(WS-FEED-COUNT)
      WHEN WS-FT-HAS-BATCH-REC(WS-FEED-COUNT)
        MOVE "BAT-REC" TO WS-FT-REASON(WS-FEED-COUNT)
      WHEN WS-FT-ACTUAL-COUNT(WS-FEED-COUNT) = ZERO
        MOVE "EMPTY" TO WS-FT-REASON(WS-FEED-COUNT)
      WHEN WS-FT-ACTUAL-COUNT(WS-FEED-COUNT)
          NOT = WS-FT-EXPECTED-COUNT(WS-FEED-COUNT)
        MOVE "CNT-ERR" TO WS-FT-REASON(WS-FEED-COUNT)
      WHEN WS-FT-ACTUAL-HASH(WS-FEED-COUNT)
          NOT = WS-FT-EXPECTED-HASH(WS-FEED-COUNT)
        MOVE "HASH-ERR" TO WS-FT-REASON(WS-FEED-COUNT)
      WHEN OTHER
        PERFORM ASSIGN-BATCH-ID
    END-EVALUATE.

      *> A feed the same source already sent under the same
      *> reference in this intake is a resubmission and is turned
      *> back as DUP-FEED; a source may send at most 99 feeds.
  ASSIGN-BATCH-ID.
    MOVE ZERO TO WS-SOURCE-FEED-NO.
    PERFORM NOTE-EARLIER-FEED
        VARYING WS-SCAN-IX FROM 1 BY 1
        UNTIL WS-SCAN-IX >= WS-FEED-COUNT.
    IF WS-FT-ACCEPTED(WS-FEED-COUNT)
      IF WS-SOURCE-FEED-NO >= 99
        MOVE "SEQ-OVF" TO WS-FT-REASON(WS-FEED-COUNT)
      ELSE
        ADD 1 TO WS-SOURCE-FEED-NO
        MOVE WS-FT-SOURCE-ID(WS-FEED-COUNT) TO WS-BID-SOURCE-ID
        MOVE WS-SOURCE-FEED-NO TO WS-BID-FEED-NO
        MOVE WS-BATCH-ID-WK TO WS-FT-BATCH-ID(WS-FEED-COUNT)
      END-IF
    END-IF.

  NOTE-EARLIER-FEED.
    IF WS-FT-ACCEPTED(WS-SCAN-IX)
        AND WS-FT-SOURCE-ID(WS-SCAN-IX) = WS-FT-SOURCE-ID(WS-FEED-COUNT)
      ADD 1 TO WS-SOURCE-FEED-NO
      IF WS-FT-FEED-REF(WS-FEED-COUNT) NOT = SPACES
          AND WS-FT-FEED-REF(WS-SCAN-IX) = WS-FT-FEED-REF(WS-FEED-COUNT)
        MOVE "DUP-FEED" TO WS-FT-REASON(WS-FEED-COUNT)
      END-IF
    END-IF.

      *> Second pass: one feed's cards at a time. An accepted feed's
      *> source header becomes a batch header carrying the assigned
      *> batch-id and its control trailer a batch trailer carrying
      *> the counted figures; a rejected feed is copied to FEEDREJ
      *> exactly as the branch sent it, ready to go back.
  MERGE-ONE-FEED.
    IF WS-FT-ACCEPTED(WS-FEED-IX)
      ADD 1 TO WS-ACCEPT-FEED-COUNT
      ADD WS-FT-ACTUAL-COUNT(WS-FEED-IX) TO WS-CARDS-WRITTEN
    ELSE
      ADD 1 TO WS-REJECT-FEED-COUNT
      ADD WS-FT-CARD-COUNT(WS-FEED-IX) TO WS-CARDS-REJECTED
    END-IF.
    PERFORM COPY-FEED-CARD
        VARYING WS-CARD-IX FROM 1 BY 1
        UNTIL WS-CARD-IX > WS-FT-CARD-COUNT(WS-FEED-IX).
    PERFORM WRITE-FEED-LINE.

  COPY-FEED-CARD.
    PERFORM READ-FEED-RECORD.
    IF WS-FEED-EOF
      DISPLAY "FEEDMRG: FEED-FILE ended early on the second pass"
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    IF WS-FT-ACCEPTED(WS-FEED-IX)
      EVALUATE TRUE
        WHEN WS-CARD-IX = 1
          MOVE SPACES TO TRANS-RECORD
          MOVE ZEROS TO TRANS-RECORD(1:20)
          SET TR-BATCH-HEADER TO TRUE
          MOVE WS-FT-BATCH-ID(WS-FEED-IX) TO BH-BATCH-ID
        WHEN WS-CARD-IX = WS-FT-CARD-COUNT(WS-FEED-IX)
          MOVE SPACES TO TRANS-RECORD
          MOVE ZEROS TO TRANS-RECORD(1:20)
          SET TR-BATCH-TRAILER TO TRUE
          MOVE WS-FT-ACTUAL-COUNT(WS-FEED-IX) TO BT-REC-COUNT
          MOVE WS-FT-ACTUAL-HASH(WS-FEED-IX) TO BT-D9-HASH-TOTAL
        WHEN OTHER
          MOVE FEED-RECORD TO TRANS-RECORD
      END-EVALUATE
      WRITE TRANS-RECORD
    ELSE
      MOVE SPACES TO FEED-REJECT-RECORD
      WRITE FEED-REJECT-RECORD FROM FEED-RECORD
    END-IF.

  WRITE-FEED-LINE.
    MOVE WS-FT-SOURCE-ID(WS-FEED-IX) TO FRL-SOURCE-ID.
    MOVE WS-FT-FEED-DATE(WS-FEED-IX) TO FRL-FEED-DATE.
    MOVE WS-FT-FEED-REF(WS-FEED-IX) TO FRL-FEED-REF.
    MOVE WS-FT-BATCH-ID(WS-FEED-IX) TO FRL-BATCH-ID.
    MOVE WS-FT-EXPECTED-COUNT(WS-FEED-IX) TO FRL-EXPECTED-COUNT.
    MOVE WS-FT-ACTUAL-COUNT(WS-FEED-IX) TO FRL-ACTUAL-COUNT.
    MOVE WS-FT-EXPECTED-HASH(WS-FEED-IX) TO FRL-EXPECTED-HASH.
    MOVE WS-FT-ACTUAL-HASH(WS-FEED-IX) TO FRL-ACTUAL-HASH.
    MOVE WS-FT-ADD-TOTAL(WS-FEED-IX) TO FRL-ADD-TOTAL.
    MOVE WS-FT-SUB-TOTAL(WS-FEED-IX) TO FRL-SUB-TOTAL.
    IF WS-FT-ACCEPTED(WS-FEED-IX)
      MOVE "ACCEPTED" TO FRL-RESULT
    ELSE
      MOVE "REJECTED" TO FRL-RESULT
    END-IF.
    MOVE WS-FT-REASON(WS-FEED-IX) TO FRL-REASON.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
      PERFORM WRITE-REPORT-HEADER
      PERFORM WRITE-COL-HEADER
    END-IF.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM FEED-RPT-LINE.
    ADD 1 TO WS-LINE-COUNT.

  WRITE-INTAKE-SUMMARY.
    MOVE "FEEDS READ" TO RD-LABEL   MOVE WS-FEED-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "FEEDS ACCEPTED" TO RD-LABEL   MOVE WS-ACCEPT-FEED-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "FEEDS REJECTED" TO RD-LABEL   MOVE WS-REJECT-FEED-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "CARDS READ" TO RD-LABEL   MOVE WS-CARDS-READ TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "DETAIL WRITTEN" TO RD-LABEL   MOVE WS-CARDS-WRITTEN TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "FEED CARDS REJ" TO RD-LABEL   MOVE WS-CARDS-REJECTED TO RD-VALUE   PERFORM WRITE-REPORT-LINE.

  WRITE-COL-HEADER.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM REPORT-COL-HEADER.
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
