IDENTIFICATION DIVISION.
PROGRAM-ID. VTHRUPD.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.
     SELECT MAINT-FILE ASSIGN TO MAINTIN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MAINT-STATUS.
     SELECT THRESHOLD-FILE ASSIGN TO VARTHRSH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VTH-BATCH-ID
       FILE STATUS IS WS-VTH-STATUS.
     SELECT PRINT-FILE ASSIGN TO PRTOUT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
  FILE SECTION.
   FD MAINT-FILE
     RECORD CONTAINS 38 CHARACTERS.
    01 MAINT-RECORD PIC X(38).

   FD THRESHOLD-FILE
     RECORD CONTAINS 40 CHARACTERS.
     COPY CBVTHR.

   FD PRINT-FILE
     RECORD CONTAINS 132 CHARACTERS.
    01 PRINT-RECORD PIC X(132).

  WORKING-STORAGE SECTION.
   01 WS-MAINT-STATUS PIC XX VALUE "00".
   01 WS-VTH-STATUS PIC XX VALUE "00".
   01 WS-PRINT-STATUS PIC XX VALUE "00".
   01 WS-MAINT-EOF-SW PIC X VALUE "N".
      88 WS-MAINT-EOF VALUE "Y".
   01 WS-RECORD-FOUND-SW PIC X VALUE "N".
      88 WS-RECORD-FOUND VALUE "Y".
   01 WS-REJECT-REASON PIC X(20) VALUE SPACES.
      88 WS-CARD-CLEAN VALUE SPACES.
   01 WS-ACCEPT-COUNT PIC 9(5) VALUE 0.
   01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
   01 WS-D-IX PIC 9(3) VALUE 0.

   COPY CBVTMNT.

   01 WS-OLD-VALUES.
    03 WS-OLD-NORM-MONTHS PIC 9(2).
    03 WS-OLD-PCT-LIMITS PIC X(27).

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
    03 FILLER PIC X(16) VALUE "VARTHRSH MNT RPT".
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
    03 CR-BATCH-ID PIC X(8).
    03 FILLER PIC X(6) VALUE "  OLD=".
    03 CR-OLD-VALUES PIC X(29).
    03 FILLER PIC X(6) VALUE "  NEW=".
    03 CR-NEW-VALUES PIC X(29).
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
      DISPLAY "VTHRUPD: unable to open MAINT-FILE, status " WS-MAINT-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN OUTPUT PRINT-FILE.
    IF WS-PRINT-STATUS NOT = "00"
      DISPLAY "VTHRUPD: unable to open PRINT-FILE, status " WS-PRINT-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN I-O THRESHOLD-FILE.
    IF WS-VTH-STATUS = "35"
      OPEN OUTPUT THRESHOLD-FILE
      CLOSE THRESHOLD-FILE
      OPEN I-O THRESHOLD-FILE
    END-IF.
    IF WS-VTH-STATUS NOT = "00"
      DISPLAY "VTHRUPD: unable to open THRESHOLD-FILE, status "
          WS-VTH-STATUS
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
    CLOSE THRESHOLD-FILE.
    CLOSE PRINT-FILE.
    STOP RUN.

  READ-MAINT-RECORD.
    READ MAINT-FILE INTO VAR-THRESHOLD-MAINT-CARD
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
      MOVE VTM-BATCH-ID TO CR-BATCH-ID
      MOVE SPACES TO CR-OLD-VALUES
      PERFORM MOVE-CARD-NEW-VALUES
      MOVE "REJECTED" TO CR-STATUS
      MOVE WS-REJECT-REASON TO CR-REASON
      PERFORM WRITE-CHANGE-LINE
    ELSE
      PERFORM FETCH-OLD-VALUES
      IF VTM-ACTION-DELETE
        PERFORM DELETE-THRESHOLD
      ELSE
        PERFORM APPLY-THRESHOLD
      END-IF
    END-IF.
    PERFORM READ-MAINT-RECORD.

  CHECK-MAINT-CARD.
    EVALUATE TRUE
      WHEN VTM-BATCH-ID = SPACES
        MOVE "BLANK BATCH-ID" TO WS-REJECT-REASON
      WHEN NOT VTM-ACTION-UPDATE AND NOT VTM-ACTION-DELETE
        MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
      WHEN VTM-ACTION-DELETE
        CONTINUE
      WHEN VTM-NORM-MONTHS NOT NUMERIC
          OR VTM-NORM-MONTHS = "00"
          OR VTM-NORM-MONTHS > "12"
        MOVE "BAD NORM MONTHS" TO WS-REJECT-REASON
      WHEN OTHER
        PERFORM CHECK-PCT-LIMIT
            VARYING WS-D-IX FROM 1 BY 1 UNTIL WS-D-IX > 9
    END-EVALUATE.

  CHECK-PCT-LIMIT.
    IF VTM-PCT-LIMIT(WS-D-IX) NOT NUMERIC
      MOVE "NON-NUMERIC PERCENT" TO WS-REJECT-REASON
    END-IF.

  FETCH-OLD-VALUES.
    MOVE "N" TO WS-RECORD-FOUND-SW.
    MOVE VTM-BATCH-ID TO VTH-BATCH-ID.
    READ THRESHOLD-FILE
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        SET WS-RECORD-FOUND TO TRUE
        MOVE VTH-NORM-MONTHS TO WS-OLD-NORM-MONTHS
        MOVE VTH-PCT-LIMITS TO WS-OLD-PCT-LIMITS
    END-READ.

  DELETE-THRESHOLD.
    MOVE "DELETE" TO CR-ACTION.
    MOVE VTM-BATCH-ID TO CR-BATCH-ID.
    IF NOT WS-RECORD-FOUND
      ADD 1 TO WS-REJECT-COUNT
      MOVE SPACES TO CR-OLD-VALUES
      MOVE SPACES TO CR-NEW-VALUES
      MOVE "REJECTED" TO CR-STATUS
      MOVE "BATCH-ID NOT FOUND" TO CR-REASON
    ELSE
      DELETE THRESHOLD-FILE
        INVALID KEY
          CONTINUE
      END-DELETE
      IF WS-VTH-STATUS = "00"
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

  APPLY-THRESHOLD.
    MOVE VTM-BATCH-ID TO CR-BATCH-ID.
    IF WS-RECORD-FOUND
      MOVE "UPDATE" TO CR-ACTION
      MOVE WS-OLD-VALUES TO CR-OLD-VALUES
    ELSE
      MOVE "ADD" TO CR-ACTION
      MOVE "(NONE)" TO CR-OLD-VALUES
    END-IF.
    MOVE SPACES TO VAR-THRESHOLD-RECORD.
    MOVE VTM-BATCH-ID TO VTH-BATCH-ID.
    MOVE VTM-NORM-MONTHS TO VTH-NORM-MONTHS.
    MOVE VTM-PCT-LIMITS TO VTH-PCT-LIMITS.
    IF WS-RECORD-FOUND
      REWRITE VAR-THRESHOLD-RECORD
        INVALID KEY
          CONTINUE
      END-REWRITE
    ELSE
      WRITE VAR-THRESHOLD-RECORD
        INVALID KEY
          CONTINUE
      END-WRITE
    END-IF.
    IF WS-VTH-STATUS = "00" OR WS-VTH-STATUS = "02"
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

      *> The norm months and the nine limits, laid side by side as
      *> the old values are.
  MOVE-CARD-NEW-VALUES.
    MOVE VAR-THRESHOLD-MAINT-CARD(9:29) TO CR-NEW-VALUES.

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
