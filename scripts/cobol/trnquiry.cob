     COPY CBTQPRM.

   FD REJECT-FILE
     RECORD CONTAINS 120 CHARACTERS.
    01 REJECT-RECORD PIC X(120).

   FD EXCEPTION-FILE
     RECORD CONTAINS 132 CHARACTERS.
      CLOSE PARM-FILE
    END-IF.

  SELECT-REJECT-LINES.
    MOVE "REJECTS" TO SH-TITLE.
    PERFORM WRITE-SECTION-HEADER.
    MOVE "N" TO WS-FILE-EOF-SW.
    OPEN INPUT REJECT-FILE.
    IF WS-REJECT-STATUS NOT = "00"
      MOVE "REJECT FILE" TO RT-LABEL
      MOVE "NOT AVAILABLE" TO RT-VALUE
      PERFORM WRITE-TEXT-LINE
    ELSE
      PERFORM READ-REJECT-RECORD
      PERFORM MATCH-REJECT-RECORD UNTIL WS-FILE-EOF
      CLOSE REJECT-FILE
    END-IF.

  READ-REJECT-RECORD.
    END-READ.

  MATCH-REJECT-RECORD.
    IF (TQ-SEQ-NO = SPACES OR REJ-SEQ-NO = TQ-SEQ-NO)
        AND (TQ-BATCH-ID = SPACES OR REJ-BATCH-ID = TQ-BATCH-ID)
      ADD 1 TO WS-REJECT-COUNT
      MOVE SPACES TO PRINT-RECORD
      MOVE REJECT-DETAIL TO PRINT-RECORD(1:120)
      PERFORM WRITE-IMAGE-LINE
    END-IF.
    PERFORM READ-REJECT-RECORD.
