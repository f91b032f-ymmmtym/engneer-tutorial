IDENTIFICATION DIVISION.
PROGRAM-ID. CALUPD.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.
     SELECT MAINT-FILE ASSIGN TO MAINTIN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MAINT-STATUS.
     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CAL-YEAR
       FILE STATUS IS WS-CAL-STATUS.
     SELECT PRINT-FILE ASSIGN TO PRTOUT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
  FILE SECTION.
   FD MAINT-FILE
     RECORD CONTAINS 29 CHARACTERS.
    01 MAINT-RECORD PIC X(29).

   FD CALENDAR-FILE
     RECORD CONTAINS 380 CHARACTERS.
     COPY CBCALN.

   FD PRINT-FILE
     RECORD CONTAINS 132 CHARACTERS.
    01 PRINT-RECORD PIC X(132).

  WORKING-STORAGE SECTION.
   01 WS-MAINT-STATUS PIC XX VALUE "00".
   01 WS-CAL-STATUS PIC XX VALUE "00".
   01 WS-PRINT-STATUS PIC XX VALUE "00".
   01 WS-MAINT-EOF-SW PIC X VALUE "N".
      88 WS-MAINT-EOF VALUE "Y".
   01 WS-RECORD-FOUND-SW PIC X VALUE "N".
      88 WS-RECORD-FOUND VALUE "Y".
   01 WS-REJECT-REASON PIC X(20) VALUE SPACES.
      88 WS-CARD-CLEAN VALUE SPACES.
   01 WS-ACCEPT-COUNT PIC 9(5) VALUE 0.
   01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
   01 WS-BUS-DAY-COUNT PIC 9(3) VALUE 0.
   01 WS-DAYS-IN-MONTH PIC 9(2) VALUE 0.
   01 WS-MONTH-START-INT PIC 9(8) VALUE 0.
   01 WS-NEXT-START-INT PIC 9(8) VALUE 0.
   01 WS-CAL-INTEGER PIC 9(8) VALUE 0.
   01 WS-CAL-WEEKDAY PIC 9(1) VALUE 0.
   01 WS-OLD-TYPE PIC X(9) VALUE SPACES.
   01 WS-NEW-TYPE PIC X(9) VALUE SPACES.
   01 WS-TYPE-CODE PIC X(1) VALUE SPACE.
   01 WS-TYPE-NAME PIC X(9) VALUE SPACES.

   01 WS-CAL-DATE-WK PIC 9(8) VALUE 0.
   01 WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE-WK.
    03 WS-CAL-YYYY PIC 9(4).
    03 WS-CAL-MM PIC 9(2).
    03 WS-CAL-DD PIC 9(2).

   COPY CBCLMNT.

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
    03 FILLER PIC X(16) VALUE "CALENDAR MNT RPT".
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
    03 CR-ACTION PIC X(8).
    03 FILLER PIC X(1) VALUE SPACE.
    03 CR-DATE PIC X(8).
    03 FILLER PIC X(6) VALUE "  OLD=".
    03 CR-OLD-TYPE PIC X(9).
    03 FILLER PIC X(6) VALUE "  NEW=".
    03 CR-NEW-TYPE PIC X(9).
    03 FILLER PIC X(7) VALUE "  DESC=".
    03 CR-DESCRIPTION PIC X(20).
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
      DISPLAY "CALUPD: unable to open MAINT-FILE, status " WS-MAINT-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN OUTPUT PRINT-FILE.
    IF WS-PRINT-STATUS NOT = "00"
      DISPLAY "CALUPD: unable to open PRINT-FILE, status " WS-PRINT-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN I-O CALENDAR-FILE.
    IF WS-CAL-STATUS = "35"
      OPEN OUTPUT CALENDAR-FILE
      CLOSE CALENDAR-FILE
      OPEN I-O CALENDAR-FILE
    END-IF.
    IF WS-CAL-STATUS NOT = "00"
      DISPLAY "CALUPD: unable to open CALENDAR-FILE, status "
          WS-CAL-STATUS
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
    CLOSE CALENDAR-FILE.
    CLOSE PRINT-FILE.
    STOP RUN.

  READ-MAINT-RECORD.
    READ MAINT-FILE INTO CALENDAR-MAINT-CARD
      AT END
        SET WS-MAINT-EOF TO TRUE
      NOT AT END
        CONTINUE
    END-READ.

  PROCESS-MAINT-CARD.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE SPACES TO WS-OLD-TYPE.
    MOVE SPACES TO WS-NEW-TYPE.
    PERFORM CHECK-MAINT-CARD.
    IF WS-CARD-CLEAN
      PERFORM FETCH-CALENDAR-YEAR
      EVALUATE TRUE
        WHEN CLM-ACTION-GENERATE
          PERFORM GENERATE-YEAR
        WHEN CLM-ACTION-DELETE
          PERFORM DELETE-YEAR
        WHEN OTHER
          PERFORM SET-DAY-TYPE
      END-EVALUATE
    END-IF.
    EVALUATE TRUE
      WHEN NOT WS-CARD-CLEAN
        MOVE "REJECT" TO CR-ACTION
      WHEN CLM-ACTION-GENERATE
        MOVE "GENERATE" TO CR-ACTION
      WHEN CLM-ACTION-DELETE
        MOVE "DELETE" TO CR-ACTION
      WHEN CLM-ACTION-HOLIDAY
        MOVE "HOLIDAY" TO CR-ACTION
      WHEN CLM-ACTION-BUSINESS
        MOVE "BUSINESS" TO CR-ACTION
      WHEN OTHER
        MOVE "NON-BUS" TO CR-ACTION
    END-EVALUATE.
    MOVE CLM-DATE TO CR-DATE.
    MOVE WS-OLD-TYPE TO CR-OLD-TYPE.
    MOVE WS-NEW-TYPE TO CR-NEW-TYPE.
    MOVE CLM-DESCRIPTION TO CR-DESCRIPTION.
    IF WS-CARD-CLEAN
      ADD 1 TO WS-ACCEPT-COUNT
      MOVE "ACCEPTED" TO CR-STATUS
    ELSE
      ADD 1 TO WS-REJECT-COUNT
      MOVE "REJECTED" TO CR-STATUS
    END-IF.
    MOVE WS-REJECT-REASON TO CR-REASON.
    PERFORM WRITE-CHANGE-LINE.
    IF WS-CARD-CLEAN AND CLM-ACTION-GENERATE
      MOVE "BUSINESS DAYS" TO RD-LABEL
      MOVE WS-BUS-DAY-COUNT TO RD-VALUE
      PERFORM WRITE-REPORT-LINE
    END-IF.
    PERFORM READ-MAINT-RECORD.

      *> The year must be one the date functions can work with, and
      *> a G or D card names a whole year, so carries no month/day.
      *> A month/day that passes here can still be no such date (a
      *> February 30); that is caught against the year's record.
  CHECK-MAINT-CARD.
    EVALUATE TRUE
      WHEN CLM-YEAR NOT NUMERIC
          OR CLM-YEAR < "1601"
          OR CLM-YEAR > "9998"
        MOVE "BAD YEAR" TO WS-REJECT-REASON
      WHEN NOT CLM-ACTION-GENERATE
          AND NOT CLM-ACTION-HOLIDAY
          AND NOT CLM-ACTION-BUSINESS
          AND NOT CLM-ACTION-NON-BUSINESS
          AND NOT CLM-ACTION-DELETE
        MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
      WHEN CLM-ACTION-GENERATE OR CLM-ACTION-DELETE
        IF CLM-MONTH NOT = SPACES OR CLM-DAY NOT = SPACES
          MOVE "DATE ON YEAR CARD" TO WS-REJECT-REASON
        END-IF
      WHEN CLM-MONTH NOT NUMERIC
          OR CLM-MONTH = "00"
          OR CLM-MONTH > "12"
        MOVE "BAD MONTH" TO WS-REJECT-REASON
      WHEN CLM-DAY NOT NUMERIC
          OR CLM-DAY = "00"
          OR CLM-DAY > "31"
        MOVE "BAD DAY" TO WS-REJECT-REASON
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

  FETCH-CALENDAR-YEAR.
    MOVE "N" TO WS-RECORD-FOUND-SW.
    MOVE CLM-YEAR TO CAL-YEAR.
    READ CALENDAR-FILE
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        SET WS-RECORD-FOUND TO TRUE
    END-READ.

      *> A new year starts with Monday-Friday as business days and
      *> Saturday and Sunday as W; its holidays are then set with H
      *> cards. A year already on file is refused rather than
      *> regenerated over its holidays - delete it first to start it
      *> again.
  GENERATE-YEAR.
    IF WS-RECORD-FOUND
      MOVE "YEAR ALREADY ON FILE" TO WS-REJECT-REASON
    ELSE
      MOVE SPACES TO CALENDAR-RECORD
      MOVE CLM-YEAR TO CAL-YEAR
      MOVE CLM-YEAR TO WS-CAL-YYYY
      MOVE ZERO TO WS-BUS-DAY-COUNT
      PERFORM GENERATE-MONTH
          VARYING WS-CAL-MM FROM 1 BY 1 UNTIL WS-CAL-MM > 12
      WRITE CALENDAR-RECORD
        INVALID KEY
          CONTINUE
      END-WRITE
      IF WS-CAL-STATUS = "00"
        MOVE "(NONE)" TO WS-OLD-TYPE
        MOVE "GENERATED" TO WS-NEW-TYPE
      ELSE
        MOVE "WRITE FAILED" TO WS-REJECT-REASON
      END-IF
    END-IF.

      *> The month's length is the distance from its first day to
      *> the first day of the next month.
  GENERATE-MONTH.
    MOVE 1 TO WS-CAL-DD.
    COMPUTE WS-MONTH-START-INT = FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-WK).
    IF WS-CAL-MM = 12
      COMPUTE WS-NEXT-START-INT =
          FUNCTION INTEGER-OF-DATE((WS-CAL-YYYY + 1) * 10000 + 101)
    ELSE
      COMPUTE WS-NEXT-START-INT =
          FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-WK + 100)
    END-IF.
    COMPUTE WS-DAYS-IN-MONTH = WS-NEXT-START-INT - WS-MONTH-START-INT.
    PERFORM GENERATE-DAY
        VARYING WS-CAL-DD FROM 1 BY 1 UNTIL WS-CAL-DD > WS-DAYS-IN-MONTH.

      *> Day 1 of the integer date calendar, 1 January 1601, was a
      *> Monday, so (integer - 1) MOD 7 runs 0 Monday to 6 Sunday.
  GENERATE-DAY.
    COMPUTE WS-CAL-INTEGER = FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-WK).
    COMPUTE WS-CAL-WEEKDAY = FUNCTION MOD(WS-CAL-INTEGER - 1, 7).
    IF WS-CAL-WEEKDAY < 5
      MOVE "B" TO CAL-DAY-TYPE(WS-CAL-MM, WS-CAL-DD)
      ADD 1 TO WS-BUS-DAY-COUNT
    ELSE
      MOVE "W" TO CAL-DAY-TYPE(WS-CAL-MM, WS-CAL-DD)
    END-IF.

  DELETE-YEAR.
    IF NOT WS-RECORD-FOUND
      MOVE "YEAR NOT ON FILE" TO WS-REJECT-REASON
    ELSE
      DELETE CALENDAR-FILE
        INVALID KEY
          CONTINUE
      END-DELETE
      IF WS-CAL-STATUS = "00"
        MOVE "(YEAR)" TO WS-OLD-TYPE
        MOVE "(DELETED)" TO WS-NEW-TYPE
      ELSE
        MOVE "DELETE FAILED" TO WS-REJECT-REASON
      END-IF
    END-IF.

      *> H, B and W set the one date to that type; the year has to
      *> have been generated first.
  SET-DAY-TYPE.
    MOVE CLM-YEAR TO WS-CAL-YYYY.
    MOVE CLM-MONTH TO WS-CAL-MM.
    MOVE CLM-DAY TO WS-CAL-DD.
    EVALUATE TRUE
      WHEN NOT WS-RECORD-FOUND
        MOVE "YEAR NOT GENERATED" TO WS-REJECT-REASON
      WHEN CAL-NO-SUCH-DATE(WS-CAL-MM, WS-CAL-DD)
        MOVE "NO SUCH DATE" TO WS-REJECT-REASON
      WHEN OTHER
        MOVE CAL-DAY-TYPE(WS-CAL-MM, WS-CAL-DD) TO WS-TYPE-CODE
        PERFORM NAME-DAY-TYPE
        MOVE WS-TYPE-NAME TO WS-OLD-TYPE
        MOVE CLM-ACTION TO CAL-DAY-TYPE(WS-CAL-MM, WS-CAL-DD)
        REWRITE CALENDAR-RECORD
          INVALID KEY
            CONTINUE
        END-REWRITE
        IF WS-CAL-STATUS = "00"
          MOVE CLM-ACTION TO WS-TYPE-CODE
          PERFORM NAME-DAY-TYPE
          MOVE WS-TYPE-NAME TO WS-NEW-TYPE
        ELSE
          MOVE SPACES TO WS-OLD-TYPE
          MOVE "REWRITE FAILED" TO WS-REJECT-REASON
        END-IF
    END-EVALUATE.

  NAME-DAY-TYPE.
    EVALUATE WS-TYPE-CODE
      WHEN "B"
        MOVE "BUSINESS" TO WS-TYPE-NAME
      WHEN "H"
        MOVE "HOLIDAY" TO WS-TYPE-NAME
      WHEN OTHER
        MOVE "NON-BUS" TO WS-TYPE-NAME
    END-EVALUATE.

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
