DATA DIVISION.
  FILE SECTION.
   FD MAINT-FILE
     RECORD CONTAINS 37 CHARACTERS.
    01 MAINT-RECORD PIC X(37).

   FD EDIT-RULE-FILE
     RECORD CONTAINS 40 CHARACTERS.
    03 WS-OLD-D4-SEV PIC X(1).
    03 WS-OLD-D5-LIMIT PIC 9(5).
    03 WS-OLD-D5-SEV PIC X(1).
    03 WS-OLD-DUP-DAYS PIC X(3).
    03 WS-OLD-DUP-SEV PIC X(1).

   01 WS-RUN-DATE-TIME.
    03 WS-RUN-DATE.
    03 FILLER PIC X(1) VALUE SPACE.
    03 CR-RUN-TYPE PIC X(8).
    03 FILLER PIC X(6) VALUE "  OLD=".
    03 CR-OLD-VALUES PIC X(28).
    03 FILLER PIC X(6) VALUE "  NEW=".
    03 CR-NEW-VALUES PIC X(28).
    03 FILLER PIC X(9) VALUE "  STATUS=".
    03 CR-STATUS PIC X(8).
    03 FILLER PIC X(9) VALUE "  REASON=".
      MOVE "REJECT" TO CR-ACTION
      MOVE EMN-RUN-TYPE TO CR-RUN-TYPE
      MOVE SPACES TO CR-OLD-VALUES
      PERFORM MOVE-CARD-NEW-VALUES
      MOVE "REJECTED" TO CR-STATUS
      MOVE WS-REJECT-REASON TO CR-REASON
      PERFORM WRITE-CHANGE-LINE
              EMN-D5-SEVERITY NOT = "W" AND
              EMN-D5-SEVERITY NOT = " ")
        MOVE "BAD SEVERITY CODE" TO WS-REJECT-REASON
      WHEN EMN-DUP-DAYS NOT NUMERIC AND EMN-DUP-DAYS NOT = SPACES
        MOVE "NON-NUMERIC DUP DAYS" TO WS-REJECT-REASON
      WHEN EMN-DUP-SEVERITY NOT = "R" AND EMN-DUP-SEVERITY NOT = "W"
          AND EMN-DUP-SEVERITY NOT = " "
        MOVE "BAD SEVERITY CODE" TO WS-REJECT-REASON
      WHEN OTHER
        CONTINUE
    END-EVALUATE.
        MOVE EDRL-D4-SEVERITY TO WS-OLD-D4-SEV
        MOVE EDRL-D5-LIMIT TO WS-OLD-D5-LIMIT
        MOVE EDRL-D5-SEVERITY TO WS-OLD-D5-SEV
        MOVE EDRL-DUP-DAYS TO WS-OLD-DUP-DAYS
        MOVE EDRL-DUP-SEVERITY TO WS-OLD-DUP-SEV
    END-READ.

  DELETE-EDIT-RULE.

      *> A blank severity is applied as R, the reject-as-before
      *> default, so a card that only punches limits behaves exactly
      *> like the old compiled-in edits. A blank duplicate window
      *> is applied as the 5-day default.
  APPLY-EDIT-RULE.
    MOVE EMN-RUN-TYPE TO CR-RUN-TYPE.
    IF WS-RECORD-FOUND
    ELSE
      MOVE EMN-D5-SEVERITY TO EDRL-D5-SEVERITY
    END-IF.
    IF EMN-DUP-DAYS = SPACES
      MOVE 5 TO EDRL-DUP-DAYS
    ELSE
      MOVE EMN-DUP-DAYS TO EDRL-DUP-DAYS
    END-IF.
    IF EMN-DUP-SEVERITY = " "
      MOVE "R" TO EDRL-DUP-SEVERITY
    ELSE
      MOVE EMN-DUP-SEVERITY TO EDRL-DUP-SEVERITY
    END-IF.
    IF WS-RECORD-FOUND
      REWRITE EDIT-RULE-RECORD
        INVALID KEY
    END-IF.
    IF WS-EDRL-STATUS = "00" OR WS-EDRL-STATUS = "02"
      ADD 1 TO WS-ACCEPT-COUNT
      PERFORM MOVE-CARD-NEW-VALUES
      MOVE "ACCEPTED" TO CR-STATUS
      MOVE SPACES TO CR-REASON
    ELSE
      ADD 1 TO WS-REJECT-COUNT
      PERFORM MOVE-CARD-NEW-VALUES
      MOVE "REJECTED" TO CR-STATUS
      MOVE "WRITE FAILED" TO CR-REASON
    END-IF.
    PERFORM WRITE-CHANGE-LINE.

      *> The card's rule columns either side of the action code,
      *> laid side by side as the old values are.
  MOVE-CARD-NEW-VALUES.
    MOVE EDIT-MAINT-CARD(9:24) TO CR-NEW-VALUES(1:24).
    MOVE EDIT-MAINT-CARD(34:4) TO CR-NEW-VALUES(25:4).

  WRITE-CHANGE-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
      PERFORM WRITE-REPORT-HEADER
