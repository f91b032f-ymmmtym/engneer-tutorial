IDENTIFICATION DIVISION.
PROGRAM-ID. ACCTUPD.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.
     SELECT MAINT-FILE ASSIGN TO MAINTIN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MAINT-STATUS.
     SELECT ACCOUNT-FILE ASSIGN TO ACCTMAST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ACCT-CODE
       FILE STATUS IS WS-ACCT-STATUS.
     SELECT PRINT-FILE ASSIGN TO PRTOUT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
  FILE SECTION.
   FD MAINT-FILE
     RECORD CONTAINS 40 CHARACTERS.
    01 MAINT-RECORD PIC X(40).

   FD ACCOUNT-FILE
     RECORD CONTAINS 60 CHARACTERS.
     COPY CBACCT.

   FD PRINT-FILE
     RECORD CONTAINS 132 CHARACTERS.
    01 PRINT-RECORD PIC X(132).

  WORKING-STORAGE SECTION.
   01 WS-MAINT-STATUS PIC XX VALUE "00".
   01 WS-ACCT-STATUS PIC XX VALUE "00".
   01 WS-PRINT-STATUS PIC XX VALUE "00".
   01 WS-MAINT-EOF-SW PIC X VALUE "N".
      88 WS-MAINT-EOF VALUE "Y".
   01 WS-RECORD-FOUND-SW PIC X VALUE "N".
      88 WS-RECORD-FOUND VALUE "Y".
   01 WS-REJECT-REASON PIC X(20) VALUE SPACES.
      88 WS-CARD-CLEAN VALUE SPACES.
   01 WS-ACCEPT-COUNT PIC 9(5) VALUE 0.
   01 WS-REJECT-COUNT PIC 9(5) VALUE 0.

   COPY CBACMNT.

   01 WS-OLD-VALUES.
    03 WS-OLD-NAME PIC X(30).
    03 WS-OLD-STATUS PIC X(1).

   01 WS-NEW-VALUES.
    03 WS-NEW-NAME PIC X(30).
    03 WS-NEW-STATUS PIC X(1).

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
    03 FILLER PIC X(16) VALUE "ACCTMAST MNT RPT".
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
    03 CR-ACTION PIC X(6).
    03 FILLER PIC X(1) VALUE SPACE.
    03 CR-ACCOUNT-CODE PIC X(8).
    03 FILLER PIC X(6) VALUE "  OLD=".
    03 CR-OLD-VALUES PIC X(31).
    03 FILLER PIC X(6) VALUE "  NEW=".
    03 CR-NEW-VALUES PIC X(31).
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
      DISPLAY "ACCTUPD: unable to open MAINT-FILE, status " WS-MAINT-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN OUTPUT PRINT-FILE.
    IF WS-PRINT-STATUS NOT = "00"
      DISPLAY "ACCTUPD: unable to open PRINT-FILE, status " WS-PRINT-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN I-O ACCOUNT-FILE.
    IF WS-ACCT-STATUS = "35"
      OPEN OUTPUT ACCOUNT-FILE
      CLOSE ACCOUNT-FILE
      OPEN I-O ACCOUNT-FILE
    END-IF.
    IF WS-ACCT-STATUS NOT = "00"
      DISPLAY "ACCTUPD: unable to open ACCOUNT-FILE, status "
          WS-ACCT-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.

    PERFORM WRITE-REPORT-HEADER.
    PERFORM READ-MAINT-RECORD.
    PERFORM PROCESS-MAINT-CARD UNTIL WS-MAINT-EOF.

    MOVE "CARDS ACCEPTED" TO RD-LABEL
    MOVE WS-ACCEPT-COUNT TO RD-VALUE
    PERFORM WRITE-REPORT-LINE.
    MOVE "CARDS REJECTED" TO RD-LABEL
    MOVE WS-REJECT-COUNT TO RD-VALUE
    PERFORM WRITE-REPORT-LINE.

    IF WS-REJECT-COUNT > 0
      MOVE 4 TO RETURN-CODE
    END-IF.
    CLOSE MAINT-FILE.
    CLOSE ACCOUNT-FILE.
    CLOSE PRINT-FILE.
    STOP RUN.

  READ-MAINT-RECORD.
    READ MAINT-FILE INTO ACCOUNT-MAINT-CARD
      AT END
        SET WS-MAINT-EOF TO TRUE
      NOT AT END
        CONTINUE
    END-READ.

  PROCESS-MAINT-CARD.
    MOVE SPACES TO WS-REJECT-REASON.
    PERFORM CHECK-MAINT-CARD.
    IF NOT WS-CARD-CLEAN
      ADD 1 TO WS-REJECT-COUNT
      MOVE "REJECT" TO CR-ACTION
      MOVE ACM-ACCOUNT-CODE TO CR-ACCOUNT-CODE
      MOVE SPACES TO CR-OLD-VALUES
      MOVE ACCOUNT-MAINT-CARD(9:31) TO CR-NEW-VALUES
      MOVE "REJECTED" TO CR-STATUS
      MOVE WS-REJECT-REASON TO CR-REASON
      PERFORM WRITE-CHANGE-LINE
    ELSE
      PERFORM FETCH-OLD-VALUES
      IF ACM-ACTION-DELETE
        PERFORM DELETE-ACCOUNT
      ELSE
        PERFORM APPLY-ACCOUNT
      END-IF
    END-IF.
    PERFORM READ-MAINT-RECORD.

  CHECK-MAINT-CARD.
    EVALUATE TRUE
      WHEN ACM-ACCOUNT-CODE = SPACES
        MOVE "BLANK ACCOUNT CODE" TO WS-REJECT-REASON
      WHEN NOT ACM-ACTION-UPDATE AND NOT ACM-ACTION-DELETE
        MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
      WHEN ACM-ACTION-DELETE
        CONTINUE
      WHEN ACM-STATUS NOT = "A" AND ACM-STATUS NOT = "C"
          AND ACM-STATUS NOT = " "
        MOVE "BAD STATUS CODE" TO WS-REJECT-REASON
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

  FETCH-OLD-VALUES.
    MOVE "N" TO WS-RECORD-FOUND-SW.
    MOVE SPACES TO WS-OLD-VALUES.
    MOVE ACM-ACCOUNT-CODE TO ACCT-CODE.
    READ ACCOUNT-FILE
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        SET WS-RECORD-FOUND TO TRUE
        MOVE ACCT-NAME TO WS-OLD-NAME
        MOVE ACCT-STATUS TO WS-OLD-STATUS
    END-READ.

  DELETE-ACCOUNT.
    MOVE "DELETE" TO CR-ACTION.
    MOVE ACM-ACCOUNT-CODE TO CR-ACCOUNT-CODE.
    IF NOT WS-RECORD-FOUND
      ADD 1 TO WS-REJECT-COUNT
      MOVE SPACES TO CR-OLD-VALUES
      MOVE SPACES TO CR-NEW-VALUES
      MOVE "REJECTED" TO CR-STATUS
      MOVE "ACCOUNT NOT FOUND" TO CR-REASON
    ELSE
      DELETE ACCOUNT-FILE
        INVALID KEY
          CONTINUE
      END-DELETE
      IF WS-ACCT-STATUS = "00"
        ADD 1 TO WS-ACCEPT-COUNT
        MOVE WS-OLD-VALUES TO CR-OLD-VALUES
        MOVE "(DELETED)" TO CR-NEW-VALUES
        MOVE "ACCEPTED" TO CR-STATUS
        MOVE SPACES TO CR-REASON
      ELSE
        ADD 1 TO WS-REJECT-COUNT
        MOVE WS-OLD-VALUES TO CR-OLD-VALUES
        MOVE SPACES TO CR-NEW-VALUES
        MOVE "REJECTED" TO CR-STATUS
        MOVE "DELETE FAILED" TO CR-REASON
      END-IF
    END-IF.
    PERFORM WRITE-CHANGE-LINE.

      *> A blank name or status on an update keeps the existing
      *> value, so closing an account only needs the code and a C.
      *> A new account must be named, and opens unless punched C.
  APPLY-ACCOUNT.
    MOVE ACM-ACCOUNT-CODE TO CR-ACCOUNT-CODE.
    IF WS-RECORD-FOUND
      MOVE "UPDATE" TO CR-ACTION
      MOVE WS-OLD-VALUES TO CR-OLD-VALUES
      MOVE WS-OLD-VALUES TO WS-NEW-VALUES
    ELSE
      MOVE "ADD" TO CR-ACTION
      MOVE "(NONE)" TO CR-OLD-VALUES
      MOVE SPACES TO WS-NEW-NAME
      MOVE "A" TO WS-NEW-STATUS
    END-IF.
    IF ACM-NAME NOT = SPACES
      MOVE ACM-NAME TO WS-NEW-NAME
    END-IF.
    IF ACM-STATUS NOT = " "
      MOVE ACM-STATUS TO WS-NEW-STATUS
    END-IF.
    MOVE WS-NEW-VALUES TO CR-NEW-VALUES.
    IF WS-NEW-NAME = SPACES
      ADD 1 TO WS-REJECT-COUNT
      MOVE "REJECTED" TO CR-STATUS
      MOVE "BLANK ACCOUNT NAME" TO CR-REASON
    ELSE
      MOVE SPACES TO ACCOUNT-MASTER-RECORD
      MOVE ACM-ACCOUNT-CODE TO ACCT-CODE
      MOVE WS-NEW-NAME TO ACCT-NAME
      MOVE WS-NEW-STATUS TO ACCT-STATUS
      MOVE WS-RUN-DATE TO ACCT-MAINT-DATE
      IF WS-RECORD-FOUND
        REWRITE ACCOUNT-MASTER-RECORD
          INVALID KEY
            CONTINUE
        END-REWRITE
      ELSE
        WRITE ACCOUNT-MASTER-RECORD
          INVALID KEY
            CONTINUE
        END-WRITE
      END-IF
      IF WS-ACCT-STATUS = "00" OR WS-ACCT-STATUS = "02"
        ADD 1 TO WS-ACCEPT-COUNT
        MOVE "ACCEPTED" TO CR-STATUS
        MOVE SPACES TO CR-REASON
      ELSE
        ADD 1 TO WS-REJECT-COUNT
        MOVE "REJECTED" TO CR-STATUS
        MOVE "WRITE FAILED" TO CR-REASON
      END-IF
    END-IF.
    PERFORM WRITE-CHANGE-LINE.

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
