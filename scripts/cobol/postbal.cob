IDENTIFICATION DIVISION.
PROGRAM-ID. POSTBAL.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.
     SELECT PARM-FILE ASSIGN TO PARMIN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PARM-STATUS.
     SELECT POSTING-REGISTER ASSIGN TO POSTREG
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PST-KEY
       FILE STATUS IS WS-POST-STATUS.
     SELECT HISTORY-FILE ASSIGN TO HISTFILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HIST-KEY
       FILE STATUS IS WS-HIST-STATUS.
     SELECT PRINT-FILE ASSIGN TO PRTOUT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
  FILE SECTION.
   FD PARM-FILE
     RECORD CONTAINS 80 CHARACTERS.
     COPY CBPBPRM.

   FD POSTING-REGISTER
     RECORD CONTAINS 100 CHARACTERS.
     COPY CBPOST.

   FD HISTORY-FILE
     RECORD CONTAINS 96 CHARACTERS.
     COPY CBHIST.

   FD PRINT-FILE
     RECORD CONTAINS 132 CHARACTERS.
    01 PRINT-RECORD PIC X(132).

  WORKING-STORAGE SECTION.
   01 WS-PARM-STATUS PIC XX VALUE "00".
   01 WS-POST-STATUS PIC XX VALUE "00".
   01 WS-HIST-STATUS PIC XX VALUE "00".
   01 WS-PRINT-STATUS PIC XX VALUE "00".
   01 WS-PARM-CARD-READ-SW PIC X VALUE "N".
      88 WS-PARM-CARD-READ VALUE "Y".
   01 WS-POST-EOF-SW PIC X VALUE "N".
      88 WS-POST-EOF VALUE "Y".
   01 WS-HIST-EOF-SW PIC X VALUE "N".
      88 WS-HIST-EOF VALUE "Y".
   01 WS-REG-READ-COUNT PIC 9(7) VALUE 0.
   01 WS-REG-POSTING-COUNT PIC 9(7) VALUE 0.
   01 WS-REVERSAL-NETTED-COUNT PIC 9(7) VALUE 0.
   01 WS-UNPLACED-COUNT PIC 9(7) VALUE 0.
   01 WS-REV-PENDING-COUNT PIC 9(7) VALUE 0.
   01 WS-BATCH-COUNT PIC 9(7) VALUE 0.
   01 WS-BALANCED-COUNT PIC 9(7) VALUE 0.
   01 WS-OUT-OF-BAL-COUNT PIC 9(7) VALUE 0.
   01 WS-NO-REGISTER-COUNT PIC 9(7) VALUE 0.
   01 WS-NO-HISTORY-COUNT PIC 9(7) VALUE 0.
   01 WS-NET-AMOUNT-WK PIC S9(7) VALUE 0.
   01 WS-BAL-DATE-WK PIC 9(8) VALUE 0.
   01 WS-BAL-BATCH-WK PIC X(8) VALUE SPACES.
   01 WS-HIST-POSTED-WK PIC 9(7) VALUE 0.

      *> One entry per run date and batch-id the register says
      *> something about inside the window, built from one pass
      *> over the whole register before the history pass. The
      *> register is keyed by the date a posting was first made,
      *> but a reversal of it may come months later, so every entry
      *> has to be looked at for reversals stamped inside the
      *> window, not just those keyed inside it. Each posting adds
      *> its card to the batch its amounts went into the totals
      *> under - for a recycled item the recycle run's batch, not
      *> the one its key names - and each reversed posting takes
      *> the same amounts back out of the batch the backout went
      *> into - exactly as MATH's own D1-D3 arithmetic did - so
      *> both sides net reversed items out the same way:
      *>   count  one per posting, plus one per reversal card
      *>   net    add less subtract amount - D1 and D2
      *>   add    add amount - D3
      *> Five hundred entries covers several weeks of batches; a
      *> wider window than that stops the run rather than silently
      *> balancing only part of it.
   01 WS-BAL-MAX PIC 9(3) VALUE 500.
   01 WS-BAL-COUNT PIC 9(3) VALUE 0.
   01 WS-BAL-IX PIC 9(3) VALUE 0.
   01 WS-BAL-SLOT PIC 9(3) VALUE 0.
   01 WS-BAL-TABLE.
    03 WS-BAL-ENTRY OCCURS 500 TIMES.
     05 WS-BE-RUN-DATE PIC 9(8).
     05 WS-BE-BATCH-ID PIC X(8).
     05 WS-BE-REG-COUNT PIC 9(7).
     05 WS-BE-REG-NET PIC S9(9).
     05 WS-BE-REG-ADD PIC S9(9).
     05 WS-BE-MATCHED-SW PIC X(1).

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
    03 FILLER PIC X(16) VALUE "POSTREG BAL RPT ".
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
    03 FILLER PIC X(6) VALUE "FROM: ".
    03 RR-FROM-DATE PIC 9(8).
    03 FILLER PIC X(6) VALUE "  TO: ".
    03 RR-TO-DATE PIC 9(8).

   01 REPORT-COL-HEADER.
    03 FILLER PIC X(48) VALUE
       "RUN-DATE BATCH-ID RESULT     HIST-PSTD  REG-RECS".
    03 FILLER PIC X(50) VALUE
       " HIST-D1 HIST-D2     REG-NET HIST-D3     REG-ADD".

   01 BAL-RPT-LINE.
    03 BL-RUN-DATE PIC 9(8).
    03 FILLER PIC X(1) VALUE SPACE.
    03 BL-BATCH-ID PIC X(8).
    03 FILLER PIC X(1) VALUE SPACE.
    03 BL-RESULT PIC X(10).
    03 FILLER PIC X(3) VALUE SPACES.
    03 BL-HIST-COUNT PIC Z(6)9.
    03 FILLER PIC X(3) VALUE SPACES.
    03 BL-REG-COUNT PIC Z(6)9.
    03 FILLER PIC X(1) VALUE SPACE.
    03 BL-HIST-D1 PIC -(6)9.
    03 FILLER PIC X(1) VALUE SPACE.
    03 BL-HIST-D2 PIC -(6)9.
    03 FILLER PIC X(1) VALUE SPACE.
    03 BL-REG-NET PIC -(10)9.
    03 FILLER PIC X(1) VALUE SPACE.
    03 BL-HIST-D3 PIC -(6)9.
    03 FILLER PIC X(1) VALUE SPACE.
    03 BL-REG-ADD PIC -(10)9.

   01 UNPLACED-RPT-LINE.
    03 FILLER PIC X(24) VALUE "REVERSAL W/O BATCH ORIG=".
    03 UPL-RUN-DATE PIC 9(8).
    03 FILLER PIC X(1) VALUE "/".
    03 UPL-BATCH-ID PIC X(8).
    03 FILLER PIC X(1) VALUE "/".
    03 UPL-SEQ-NO PIC 9(7).
    03 FILLER PIC X(10) VALUE " REVERSED=".
    03 UPL-REVERSAL-DATE PIC 9(8).
    03 FILLER PIC X(1) VALUE "/".
    03 UPL-REVERSAL-SEQ PIC 9(7).

   01 REPORT-DETAIL-LINE.
    03 RD-LABEL PIC X(15).
    03 RD-VALUE PIC Z(6)9.

   01 REPORT-TEXT-LINE.
    03 RT-LABEL PIC X(15).
    03 RT-VALUE PIC X(20).

PROCEDURE DIVISION.
  MAIN SECTION.
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME.
    PERFORM READ-PBAL-PARM-CARD.
    IF NOT WS-PARM-CARD-READ
      DISPLAY "POSTBAL: no parameter card on PARMIN"
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    IF PBAL-FROM-DATE NOT NUMERIC OR PBAL-TO-DATE NOT NUMERIC
        OR PBAL-FROM-DATE > PBAL-TO-DATE
      DISPLAY "POSTBAL: invalid parameter card"
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN INPUT POSTING-REGISTER.
    IF WS-POST-STATUS NOT = "00"
      DISPLAY "POSTBAL: unable to open POSTING-REGISTER, status "
          WS-POST-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN INPUT HISTORY-FILE.
    IF WS-HIST-STATUS NOT = "00"
      DISPLAY "POSTBAL: unable to open HISTORY-FILE, status "
          WS-HIST-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN OUTPUT PRINT-FILE.
    IF WS-PRINT-STATUS NOT = "00"
      DISPLAY "POSTBAL: unable to open PRINT-FILE, status "
          WS-PRINT-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.

    PERFORM WRITE-REPORT-HEADER.
    PERFORM WRITE-RANGE-LINE.

    PERFORM READ-REGISTER-NEXT.
    PERFORM SUM-REGISTER-RECORD UNTIL WS-POST-EOF.

    PERFORM WRITE-COL-HEADER.
    PERFORM START-HISTORY-FILE.
    IF NOT WS-HIST-EOF
      PERFORM READ-HISTORY-NEXT
    END-IF.
    PERFORM CHECK-HISTORY-RECORD UNTIL WS-HIST-EOF.

    PERFORM REPORT-REGISTER-ONLY
        VARYING WS-BAL-IX FROM 1 BY 1
        UNTIL WS-BAL-IX > WS-BAL-COUNT.

    PERFORM WRITE-BALANCE-SUMMARY.
    PERFORM SET-BALANCE-RETURN-CODE.
    CLOSE POSTING-REGISTER.
    CLOSE HISTORY-FILE.
    CLOSE PRINT-FILE.
    STOP RUN.

  READ-PBAL-PARM-CARD.
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

  READ-REGISTER-NEXT.
    READ POSTING-REGISTER NEXT RECORD
      AT END
        SET WS-POST-EOF TO TRUE
      NOT AT END
        CONTINUE
    END-READ.

  SUM-REGISTER-RECORD.
    ADD 1 TO WS-REG-READ-COUNT.
    COMPUTE WS-NET-AMOUNT-WK = PST-ADD-AMOUNT - PST-SUB-AMOUNT.
    PERFORM PLACE-REGISTER-POSTING.
    IF PST-REVERSED
      PERFORM PLACE-REGISTER-REVERSAL
    END-IF.
    PERFORM READ-REGISTER-NEXT.

      *> An entry written before the register carried the posted-
      *> under stamp is placed by its key, as it always was.
  PLACE-REGISTER-POSTING.
    IF PST-POST-DATE NUMERIC AND PST-POST-DATE NOT = ZERO
      MOVE PST-POST-DATE TO WS-BAL-DATE-WK
      MOVE PST-POST-BATCH-ID TO WS-BAL-BATCH-WK
    ELSE
      MOVE PST-RUN-DATE TO WS-BAL-DATE-WK
      MOVE PST-BATCH-ID TO WS-BAL-BATCH-WK
    END-IF.
    IF WS-BAL-DATE-WK NOT < PBAL-FROM-DATE
        AND WS-BAL-DATE-WK NOT > PBAL-TO-DATE
      ADD 1 TO WS-REG-POSTING-COUNT
      PERFORM FIND-BAL-ENTRY
      ADD 1 TO WS-BE-REG-COUNT(WS-BAL-SLOT)
      ADD WS-NET-AMOUNT-WK TO WS-BE-REG-NET(WS-BAL-SLOT)
      ADD PST-ADD-AMOUNT TO WS-BE-REG-ADD(WS-BAL-SLOT)
    END-IF.

      *> A reversal carrying its backout stamp is netted out of the
      *> batch that took the backout. One stamped zero matched its
      *> original but suspended before backing it out: nothing is in
      *> any batch's totals yet, so it is only counted as pending
      *> until its recycle applies it. A reversal from before the
      *> backout stamp is placed by the batch-id it entered under; one
      *> from before even that was stamped cannot be placed against
      *> a batch - it is listed so the difference it leaves in its
      *> batch can be explained, but is not an exception in itself.
  PLACE-REGISTER-REVERSAL.
    EVALUATE TRUE
      WHEN PST-REV-POST-DATE NUMERIC AND PST-REV-POST-DATE = ZERO
        IF PST-REVERSAL-DATE NOT < PBAL-FROM-DATE
            AND PST-REVERSAL-DATE NOT > PBAL-TO-DATE
          ADD 1 TO WS-REV-PENDING-COUNT
        END-IF
      WHEN PST-REV-POST-DATE NUMERIC
        IF PST-REV-POST-DATE NOT < PBAL-FROM-DATE
            AND PST-REV-POST-DATE NOT > PBAL-TO-DATE
          MOVE PST-REV-POST-DATE TO WS-BAL-DATE-WK
          MOVE PST-REV-POST-BATCH TO WS-BAL-BATCH-WK
          PERFORM NET-REGISTER-REVERSAL
        END-IF
      WHEN PST-REVERSAL-DATE NOT < PBAL-FROM-DATE
          AND PST-REVERSAL-DATE NOT > PBAL-TO-DATE
        IF PST-REVERSAL-BATCH = SPACES
            OR PST-REVERSAL-BATCH = LOW-VALUES
          ADD 1 TO WS-UNPLACED-COUNT
          PERFORM WRITE-UNPLACED-LINE
        ELSE
          MOVE PST-REVERSAL-DATE TO WS-BAL-DATE-WK
          MOVE PST-REVERSAL-BATCH TO WS-BAL-BATCH-WK
          PERFORM NET-REGISTER-REVERSAL
        END-IF
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

  NET-REGISTER-REVERSAL.
    ADD 1 TO WS-REVERSAL-NETTED-COUNT.
    PERFORM FIND-BAL-ENTRY.
    ADD 1 TO WS-BE-REG-COUNT(WS-BAL-SLOT).
    SUBTRACT WS-NET-AMOUNT-WK FROM WS-BE-REG-NET(WS-BAL-SLOT).
    SUBTRACT PST-ADD-AMOUNT FROM WS-BE-REG-ADD(WS-BAL-SLOT).

      *> Finds the entry for WS-BAL-DATE-WK/WS-BAL-BATCH-WK, adding
      *> an empty one when the batch is new.
  FIND-BAL-ENTRY.
    MOVE ZERO TO WS-BAL-SLOT.
    PERFORM SCAN-BAL-ENTRY
        VARYING WS-BAL-IX FROM 1 BY 1
        UNTIL WS-BAL-IX > WS-BAL-COUNT OR WS-BAL-SLOT > 0.
    IF WS-BAL-SLOT = ZERO
      IF WS-BAL-COUNT >= WS-BAL-MAX
        DISPLAY "POSTBAL: more than " WS-BAL-MAX
            " batches in the window - narrow the date range"
        MOVE 12 TO RETURN-CODE
        STOP RUN
      END-IF
      ADD 1 TO WS-BAL-COUNT
      MOVE WS-BAL-COUNT TO WS-BAL-SLOT
      MOVE WS-BAL-DATE-WK TO WS-BE-RUN-DATE(WS-BAL-SLOT)
      MOVE WS-BAL-BATCH-WK TO WS-BE-BATCH-ID(WS-BAL-SLOT)
      MOVE ZERO TO WS-BE-REG-COUNT(WS-BAL-SLOT)
      MOVE ZERO TO WS-BE-REG-NET(WS-BAL-SLOT)
      MOVE ZERO TO WS-BE-REG-ADD(WS-BAL-SLOT)
      MOVE "N" TO WS-BE-MATCHED-SW(WS-BAL-SLOT)
    END-IF.

  SCAN-BAL-ENTRY.
    IF WS-BE-RUN-DATE(WS-BAL-IX) = WS-BAL-DATE-WK
        AND WS-BE-BATCH-ID(WS-BAL-IX) = WS-BAL-BATCH-WK
      MOVE WS-BAL-IX TO WS-BAL-SLOT
    END-IF.

  START-HISTORY-FILE.
    MOVE PBAL-FROM-DATE TO HIST-RUN-DATE.
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
    IF HIST-RUN-DATE > PBAL-TO-DATE
      SET WS-HIST-EOF TO TRUE
    ELSE
      PERFORM BALANCE-ONE-BATCH
      PERFORM READ-HISTORY-NEXT
    END-IF.

      *> D1 and D2 both carry the batch's net of add less subtract
      *> amounts and D3 its add amounts, so the register's net
      *> figure proves the first two and its add figure the third.
      *> The history record count still includes the cards that
      *> posted nothing - blocked reversals and suspended cards -
      *> so those are taken off before it is proved against the
      *> register's count. A history record with nothing behind it
      *> on the register balances only if it too is all zeros (an
      *> empty batch, or one whose every card suspended).
  BALANCE-ONE-BATCH.
    ADD 1 TO WS-BATCH-COUNT.
    MOVE HIST-REC-COUNT TO WS-HIST-POSTED-WK.
    IF HIST-UNPOSTED-COUNT NUMERIC
      SUBTRACT HIST-UNPOSTED-COUNT FROM WS-HIST-POSTED-WK
        ON SIZE ERROR
          MOVE ZERO TO WS-HIST-POSTED-WK
      END-SUBTRACT
    END-IF.
    MOVE ZERO TO WS-BAL-SLOT.
    MOVE HIST-RUN-DATE TO WS-BAL-DATE-WK.
    MOVE HIST-BATCH-ID TO WS-BAL-BATCH-WK.
    PERFORM SCAN-BAL-ENTRY
        VARYING WS-BAL-IX FROM 1 BY 1
        UNTIL WS-BAL-IX > WS-BAL-COUNT OR WS-BAL-SLOT > 0.
    MOVE HIST-RUN-DATE TO BL-RUN-DATE.
    MOVE HIST-BATCH-ID TO BL-BATCH-ID.
    MOVE WS-HIST-POSTED-WK TO BL-HIST-COUNT.
    MOVE HIST-D1 TO BL-HIST-D1.
    MOVE HIST-D2 TO BL-HIST-D2.
    MOVE HIST-D3 TO BL-HIST-D3.
    IF WS-BAL-SLOT > 0
      MOVE "Y" TO WS-BE-MATCHED-SW(WS-BAL-SLOT)
      MOVE WS-BE-REG-COUNT(WS-BAL-SLOT) TO BL-REG-COUNT
      MOVE WS-BE-REG-NET(WS-BAL-SLOT) TO BL-REG-NET
      MOVE WS-BE-REG-ADD(WS-BAL-SLOT) TO BL-REG-ADD
      IF WS-HIST-POSTED-WK = WS-BE-REG-COUNT(WS-BAL-SLOT)
          AND HIST-D1 = WS-BE-REG-NET(WS-BAL-SLOT)
          AND HIST-D2 = WS-BE-REG-NET(WS-BAL-SLOT)
          AND HIST-D3 = WS-BE-REG-ADD(WS-BAL-SLOT)
        ADD 1 TO WS-BALANCED-COUNT
        MOVE "BALANCED" TO BL-RESULT
      ELSE
        ADD 1 TO WS-OUT-OF-BAL-COUNT
        MOVE "OUT OF BAL" TO BL-RESULT
      END-IF
    ELSE
      MOVE ZERO TO BL-REG-COUNT
      MOVE ZERO TO BL-REG-NET
      MOVE ZERO TO BL-REG-ADD
      IF WS-HIST-POSTED-WK = ZERO AND HIST-D1 = ZERO
          AND HIST-D2 = ZERO AND HIST-D3 = ZERO
        ADD 1 TO WS-BALANCED-COUNT
        MOVE "BALANCED" TO BL-RESULT
      ELSE
        ADD 1 TO WS-NO-REGISTER-COUNT
        MOVE "NO REGISTR" TO BL-RESULT
      END-IF
    END-IF.
    PERFORM WRITE-BAL-RPT-LINE.

      *> Register figures for a run date and batch-id the history
      *> file has no record of: postings made (or reversals run)
      *> under a batch whose history was never written or has since
      *> been removed.
  REPORT-REGISTER-ONLY.
    IF WS-BE-MATCHED-SW(WS-BAL-IX) = "N"
      ADD 1 TO WS-NO-HISTORY-COUNT
      MOVE WS-BE-RUN-DATE(WS-BAL-IX) TO BL-RUN-DATE
      MOVE WS-BE-BATCH-ID(WS-BAL-IX) TO BL-BATCH-ID
      MOVE "NO HISTORY" TO BL-RESULT
      MOVE ZERO TO BL-HIST-COUNT
      MOVE ZERO TO BL-HIST-D1
      MOVE ZERO TO BL-HIST-D2
      MOVE ZERO TO BL-HIST-D3
      MOVE WS-BE-REG-COUNT(WS-BAL-IX) TO BL-REG-COUNT
      MOVE WS-BE-REG-NET(WS-BAL-IX) TO BL-REG-NET
      MOVE WS-BE-REG-ADD(WS-BAL-IX) TO BL-REG-ADD
      PERFORM WRITE-BAL-RPT-LINE
    END-IF.

  WRITE-BALANCE-SUMMARY.
    MOVE "REGISTER READ" TO RD-LABEL   MOVE WS-REG-READ-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "POSTINGS SUMMED" TO RD-LABEL   MOVE WS-REG-POSTING-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "REVERSALS NETTD" TO RD-LABEL   MOVE WS-REVERSAL-NETTED-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "REVS UNPLACED" TO RD-LABEL   MOVE WS-UNPLACED-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "REVS PENDING" TO RD-LABEL   MOVE WS-REV-PENDING-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "BATCHES CHECKED" TO RD-LABEL   MOVE WS-BATCH-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "BALANCED" TO RD-LABEL   MOVE WS-BALANCED-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "OUT OF BALANCE" TO RD-LABEL   MOVE WS-OUT-OF-BAL-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "HIST W/O REG" TO RD-LABEL   MOVE WS-NO-REGISTER-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "REG W/O HIST" TO RD-LABEL   MOVE WS-NO-HISTORY-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "BALANCE STATUS" TO RT-LABEL.
    EVALUATE TRUE
      WHEN WS-OUT-OF-BAL-COUNT > 0 OR WS-NO-REGISTER-COUNT > 0
          OR WS-NO-HISTORY-COUNT > 0
        MOVE "EXCEPTIONS FOUND" TO RT-VALUE
      WHEN WS-UNPLACED-COUNT > 0
        MOVE "REVERSALS UNPLACED" TO RT-VALUE
      WHEN OTHER
        MOVE "IN BALANCE" TO RT-VALUE
    END-EVALUATE.
    PERFORM WRITE-TEXT-LINE.

      *> Any batch the two files disagree on is for the auditors to
      *> chase before the figures are relied on; an unplaced
      *> reversal on its own only warns.
  SET-BALANCE-RETURN-CODE.
    EVALUATE TRUE
      WHEN WS-OUT-OF-BAL-COUNT > 0 OR WS-NO-REGISTER-COUNT > 0
          OR WS-NO-HISTORY-COUNT > 0
        MOVE 8 TO RETURN-CODE
      WHEN WS-UNPLACED-COUNT > 0
        MOVE 4 TO RETURN-CODE
      WHEN OTHER
        MOVE 0 TO RETURN-CODE
    END-EVALUATE.

  WRITE-RANGE-LINE.
    MOVE PBAL-FROM-DATE TO RR-FROM-DATE.
    MOVE PBAL-TO-DATE TO RR-TO-DATE.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM REPORT-RANGE-LINE.
    ADD 1 TO WS-LINE-COUNT.

  WRITE-COL-HEADER.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM REPORT-COL-HEADER.
    ADD 1 TO WS-LINE-COUNT.

  WRITE-BAL-RPT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
      PERFORM WRITE-REPORT-HEADER
      PERFORM WRITE-COL-HEADER
    END-IF.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM BAL-RPT-LINE.
    ADD 1 TO WS-LINE-COUNT.

  WRITE-UNPLACED-LINE.
    MOVE PST-RUN-DATE TO UPL-RUN-DATE.
    MOVE PST-BATCH-ID TO UPL-BATCH-ID.
    MOVE PST-SEQ-NO TO UPL-SEQ-NO.
    MOVE PST-REVERSAL-DATE TO UPL-REVERSAL-DATE.
    MOVE PST-REVERSAL-SEQ TO UPL-REVERSAL-SEQ.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
      PERFORM WRITE-REPORT-HEADER
    END-IF.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM UNPLACED-RPT-LINE.
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
