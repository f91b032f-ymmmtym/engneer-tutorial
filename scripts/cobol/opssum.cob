IDENTIFICATION DIVISION.
PROGRAM-ID. OPSSUM.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.
     SELECT PARM-FILE ASSIGN TO PARMIN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PARM-STATUS.
     SELECT STAT-HIST-FILE ASSIGN TO STATHIST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS STH-KEY
       FILE STATUS IS WS-STH-STATUS.
     SELECT HISTORY-FILE ASSIGN TO HISTFILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HIST-KEY
       FILE STATUS IS WS-HIST-STATUS.
     SELECT RUN-STATUS-FILE ASSIGN TO RUNSTAT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STAT-STATUS.
     SELECT REJECT-FILE ASSIGN TO REJOUT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REJECT-STATUS.
     SELECT SUSPENSE-MASTER-FILE ASSIGN TO SUSPMAST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SUSM-KEY
       FILE STATUS IS WS-SUSPM-STATUS.
     SELECT ACK-FILE ASSIGN TO ACKIN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACK-STATUS.
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
   FD PARM-FILE
     RECORD CONTAINS 80 CHARACTERS.
     COPY CBOSPRM.

   FD STAT-HIST-FILE
     RECORD CONTAINS 80 CHARACTERS.
     COPY CBSTATH.

   FD HISTORY-FILE
     RECORD CONTAINS 96 CHARACTERS.
     COPY CBHIST.

   FD RUN-STATUS-FILE
     RECORD CONTAINS 80 CHARACTERS.
    01 RUN-STATUS-FILE-RECORD PIC X(80).

   FD REJECT-FILE
     RECORD CONTAINS 120 CHARACTERS.
    01 REJECT-RECORD PIC X(120).

   FD SUSPENSE-MASTER-FILE
     RECORD CONTAINS 130 CHARACTERS.
     COPY CBSUSPM.

   FD ACK-FILE
     RECORD CONTAINS 80 CHARACTERS.
     COPY CBACK.

   FD CALENDAR-FILE
     RECORD CONTAINS 380 CHARACTERS.
     COPY CBCALN.

   FD PRINT-FILE
     RECORD CONTAINS 132 CHARACTERS.
    01 PRINT-RECORD PIC X(132).

  WORKING-STORAGE SECTION.
   01 WS-PARM-STATUS PIC XX VALUE "00".
   01 WS-STH-STATUS PIC XX VALUE "00".
   01 WS-HIST-STATUS PIC XX VALUE "00".
   01 WS-STAT-STATUS PIC XX VALUE "00".
   01 WS-REJECT-STATUS PIC XX VALUE "00".
   01 WS-SUSPM-STATUS PIC XX VALUE "00".
   01 WS-ACK-STATUS PIC XX VALUE "00".
   01 WS-PRINT-STATUS PIC XX VALUE "00".
   01 WS-PARM-CARD-READ-SW PIC X VALUE "N".
      88 WS-PARM-CARD-READ VALUE "Y".
   01 WS-STH-FILE-SW PIC X VALUE "N".
      88 WS-STH-FILE-OPEN VALUE "Y".
   01 WS-STH-EOF-SW PIC X VALUE "N".
      88 WS-STH-EOF VALUE "Y".
   01 WS-HIST-EOF-SW PIC X VALUE "N".
      88 WS-HIST-EOF VALUE "Y".
   01 WS-SUSPM-FILE-SW PIC X VALUE "N".
      88 WS-SUSPM-FILE-OPEN VALUE "Y".
   01 WS-SUSPM-EOF-SW PIC X VALUE "N".
      88 WS-SUSPM-EOF VALUE "Y".
   01 WS-RUNSTAT-SW PIC X VALUE "N".
      88 WS-RUNSTAT-READ VALUE "Y".
   01 WS-REJECT-FILE-SW PIC X VALUE "N".
      88 WS-REJECT-FILE-READ VALUE "Y".
   01 WS-ACK-FILE-SW PIC X VALUE "N".
      88 WS-ACK-FILE-READ VALUE "Y".
   01 WS-FILE-EOF-SW PIC X VALUE "N".
      88 WS-FILE-EOF VALUE "Y".
   01 WS-CHECK-DAY-SW PIC X VALUE "N".
      88 WS-CHECK-DAY-BUSINESS VALUE "Y".
   01 WS-PRINT-ACTIONS-SW PIC X VALUE "N".
      88 WS-PRINT-ACTIONS VALUE "Y".
   01 WS-RUN-DATE-N PIC 9(8) VALUE 0.
   01 WS-TODAY-INTEGER PIC 9(8) VALUE 0.
   01 WS-CHECK-INTEGER PIC 9(8) VALUE 0.
   01 WS-CHECK-DATE PIC 9(8) VALUE 0.
   01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
    03 WS-CHECK-YYYY PIC 9(4).
    03 WS-CHECK-MM PIC 9(2).
    03 WS-CHECK-DD PIC 9(2).
   01 WS-GRACE-DAYS PIC 9(3) VALUE 1.
   01 WS-AGE-LIMIT PIC 9(3) VALUE 10.
   01 WS-DAYS-WAITING PIC S9(5) VALUE 0.
   01 WS-FIRST-INTEGER PIC 9(8) VALUE 0.
   01 WS-DAYS-OPEN PIC S9(5) VALUE 0.
   01 WS-BUS-DAYS-OPEN PIC 9(5) VALUE 0.
   01 WS-RUN-BATCH-COUNT PIC 9(3) VALUE 0.

      *> Business-day calendar (CALENDAR, maintained by CALUPD), read
      *> a year at a time as the dates being counted need it. No
      *> file, or no record for a year, counts Monday-Friday.
   01 WS-CAL-STATUS PIC XX VALUE "00".
   01 WS-CAL-FILE-SW PIC X VALUE "N".
      88 WS-CAL-FILE-OPEN VALUE "Y".
   01 WS-CAL-YEAR-SW PIC X VALUE "N".
      88 WS-CAL-YEAR-ON-FILE VALUE "Y".
   01 WS-CAL-DAY-SW PIC X VALUE "N".
      88 WS-CAL-BUSINESS-DAY VALUE "Y".
   01 WS-CAL-LOADED-YEAR PIC 9(4) VALUE 0.
   01 WS-CAL-START-INTEGER PIC 9(8) VALUE 0.
   01 WS-CAL-DAY-INTEGER PIC 9(8) VALUE 0.
   01 WS-CAL-WEEKDAY PIC 9(1) VALUE 0.
   01 WS-CAL-DATE-WK PIC 9(8) VALUE 0.
   01 WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE-WK.
    03 WS-CAL-YYYY PIC 9(4).
    03 WS-CAL-MM PIC 9(2).
    03 WS-CAL-DD PIC 9(2).

      *> One entry per batch-id with anything to report for the run
      *> date, kept in batch-id order as the six sources are read:
      *> its run status (STATHIST, or RUNSTAT for a stop that never
      *> reaches STATHIST), its history record, the VARCHK alerts
      *> behind it on RUNSTAT, its TRANSEDT rejects, its suspense
      *> master items and its finance acknowledgment. Two hundred slots is several times
      *> the batches a day's cycle runs; a fuller day stops the run
      *> rather than silently leaving batches off the summary.
   01 WS-BATCH-MAX PIC 9(3) VALUE 200.
   01 WS-BATCH-COUNT PIC 9(3) VALUE 0.
   01 WS-BATCH-IX PIC 9(3) VALUE 0.
   01 WS-BATCH-SLOT PIC 9(3) VALUE 0.
   01 WS-SHIFT-IX PIC 9(3) VALUE 0.
   01 WS-FIND-IX PIC 9(3) VALUE 0.
   01 WS-FIND-BATCH-ID PIC X(8) VALUE SPACES.
   01 WS-BATCH-TABLE.
    03 WS-BATCH-ENTRY OCCURS 200 TIMES.
     05 WS-BT-BATCH-ID PIC X(8).
     05 WS-BT-RUN-SW PIC X(1).
     05 WS-BT-HIST-SW PIC X(1).
     05 WS-BT-RUN-SOURCE PIC X(8).
     05 WS-BT-RUN-TYPE PIC X(8).
     05 WS-BT-RETURN-CODE PIC 9(2).
     05 WS-BT-REC-COUNT PIC 9(7).
     05 WS-BT-SUSPEND-COUNT PIC 9(7).
     05 WS-BT-EXCEPTION-COUNT PIC 9(7).
     05 WS-BT-RECON-STATUS PIC X(12).
     05 WS-BT-VARIANCE-COUNT PIC 9(3).
     05 WS-BT-REJECT-COUNT PIC 9(7).
     05 WS-BT-OPEN-SUSP-COUNT PIC 9(7).
     05 WS-BT-NEW-SUSP-COUNT PIC 9(7).
     05 WS-BT-AGED-SUSP-COUNT PIC 9(7).
     05 WS-BT-MANUAL-COUNT PIC 9(7).
     05 WS-BT-ACK-STATUS PIC X(1).
     05 WS-BT-ACK-RESULT PIC X(12).
     05 WS-BT-RESULT-LEVEL PIC 9(1).

      *> Suspense master items are keyed batch-id first, so one
      *> batch's items arrive together; they are counted here and
      *> posted to the batch table when the batch-id changes.
   01 WS-SG-BATCH-ID PIC X(8) VALUE SPACES.
   01 WS-SG-OPEN-COUNT PIC 9(7) VALUE 0.
   01 WS-SG-NEW-COUNT PIC 9(7) VALUE 0.
   01 WS-SG-AGED-COUNT PIC 9(7) VALUE 0.
   01 WS-SG-MANUAL-COUNT PIC 9(7) VALUE 0.

      *> Result levels double as the step condition code the
      *> scheduler tests: 0 green, 4 amber, 8 red.
   01 WS-BATCH-LEVEL PIC 9(1) VALUE 0.
   01 WS-OVERALL-LEVEL PIC 9(1) VALUE 0.
   01 WS-ACTION-LEVEL PIC 9(1) VALUE 0.
   01 WS-LEVEL-WK PIC 9(1) VALUE 0.
   01 WS-LEVEL-NAME PIC X(5) VALUE SPACES.
   01 WS-ACTION-TEXT PIC X(50) VALUE SPACES.
   01 WS-ACTION-COUNT PIC 9(3) VALUE 0.
   01 WS-DAY-ACTION-COUNT PIC 9(3) VALUE 0.
   01 WS-RC-EDIT PIC Z9.

   01 WS-GREEN-COUNT PIC 9(7) VALUE 0.
   01 WS-AMBER-COUNT PIC 9(7) VALUE 0.
   01 WS-RED-COUNT PIC 9(7) VALUE 0.
   01 WS-TOTAL-REJECTS PIC 9(7) VALUE 0.
   01 WS-TOTAL-NEW-SUSP PIC 9(7) VALUE 0.
   01 WS-TOTAL-AGED-SUSP PIC 9(7) VALUE 0.
   01 WS-TOTAL-MANUAL PIC 9(7) VALUE 0.
   01 WS-ACK-OUTSTANDING-COUNT PIC 9(7) VALUE 0.

   COPY CBSTAT.
   COPY CBREJCT.

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
    03 FILLER PIC X(16) VALUE "OPS MORNING SUM ".
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
    03 FILLER PIC X(12) VALUE "CHECK DATE: ".
    03 RR-CHECK-DATE PIC 9(8).
    03 FILLER PIC X(9) VALUE "  GRACE: ".
    03 RR-GRACE-DAYS PIC ZZ9.
    03 FILLER PIC X(22) VALUE " BUS DAYS  AGE LIMIT: ".
    03 RR-AGE-LIMIT PIC ZZ9.
    03 FILLER PIC X(9) VALUE " BUS DAYS".

   01 SHEET-BATCH-LINE.
    03 FILLER PIC X(10) VALUE "BATCH-ID: ".
    03 SBL-BATCH-ID PIC X(8).
    03 FILLER PIC X(14) VALUE "  CHECK DATE: ".
    03 SBL-CHECK-DATE PIC 9(8).

   01 SECTION-HEADER-LINE.
    03 FILLER PIC X(3) VALUE "-- ".
    03 SH-TITLE PIC X(12).
    03 FILLER PIC X(3) VALUE " --".

   01 ACTION-LINE.
    03 FILLER PIC X(2) VALUE SPACES.
    03 AL-LEVEL PIC X(7).
    03 FILLER PIC X(1) VALUE SPACE.
    03 AL-TEXT PIC X(50).

   01 SUMMARY-COL-HEADER.
    03 FILLER PIC X(77) VALUE
       "BATCH-ID RC RECON-STATUS REJECTS NEW-SUSP AGED-OUT MANUAL ACK-STATUS   RESULT".

   01 SUMMARY-BATCH-LINE.
    03 SL-BATCH-ID PIC X(8).
    03 FILLER PIC X(1) VALUE SPACE.
    03 SL-RC PIC X(2).
    03 FILLER PIC X(1) VALUE SPACE.
    03 SL-RECON-STATUS PIC X(12).
    03 FILLER PIC X(1) VALUE SPACE.
    03 SL-REJECTS PIC Z(6)9.
    03 FILLER PIC X(1) VALUE SPACE.
    03 SL-NEW-SUSP PIC Z(7)9.
    03 FILLER PIC X(1) VALUE SPACE.
    03 SL-AGED-SUSP PIC Z(7)9.
    03 FILLER PIC X(1) VALUE SPACE.
    03 SL-MANUAL PIC Z(5)9.
    03 FILLER PIC X(1) VALUE SPACE.
    03 SL-ACK-RESULT PIC X(12).
    03 FILLER PIC X(1) VALUE SPACE.
    03 SL-RESULT PIC X(5).

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
    OPEN INPUT CALENDAR-FILE.
    EVALUATE WS-CAL-STATUS
      WHEN "00"
        SET WS-CAL-FILE-OPEN TO TRUE
      WHEN "35"
        CONTINUE
      WHEN OTHER
        DISPLAY "OPSSUM: unable to open CALENDAR-FILE, status "
            WS-CAL-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-EVALUATE.
    PERFORM READ-OSUM-PARM-CARD.
    IF NOT WS-PARM-CARD-READ
      MOVE SPACES TO OSUM-PARM-RECORD
    END-IF.
    IF OSUM-RUN-DATE = SPACES
      PERFORM FIND-LAST-BUSINESS-DAY
    ELSE
      IF OSUM-RUN-DATE NOT NUMERIC
        DISPLAY "OPSSUM: invalid run date on parameter card"
        MOVE 12 TO RETURN-CODE
        STOP RUN
      END-IF
      MOVE OSUM-RUN-DATE TO WS-CHECK-DATE
      IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
          OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
        DISPLAY "OPSSUM: invalid run date on parameter card"
        MOVE 12 TO RETURN-CODE
        STOP RUN
      END-IF
    END-IF.
    IF OSUM-GRACE-DAYS NOT = SPACES
      IF OSUM-GRACE-DAYS NOT NUMERIC
        DISPLAY "OPSSUM: invalid grace days on parameter card"
        MOVE 12 TO RETURN-CODE
        STOP RUN
      END-IF
      MOVE OSUM-GRACE-DAYS TO WS-GRACE-DAYS
    END-IF.
    IF OSUM-AGE-LIMIT NOT = SPACES
      IF OSUM-AGE-LIMIT NOT NUMERIC
        DISPLAY "OPSSUM: invalid age limit on parameter card"
        MOVE 12 TO RETURN-CODE
        STOP RUN
      END-IF
      MOVE OSUM-AGE-LIMIT TO WS-AGE-LIMIT
    END-IF.
    COMPUTE WS-CHECK-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE).
    IF WS-CHECK-INTEGER = 0
      DISPLAY "OPSSUM: invalid run date on parameter card"
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
      *> The acknowledgment grace period runs in business days, the
      *> business days after the run date up to and including today:
      *> Friday's batches are one day waiting on Monday morning.
    MOVE ZERO TO WS-BUS-DAYS-OPEN.
    IF WS-TODAY-INTEGER > WS-CHECK-INTEGER
      COMPUTE WS-CAL-START-INTEGER = WS-CHECK-INTEGER + 1
      PERFORM COUNT-BUSINESS-DAY
          VARYING WS-CAL-DAY-INTEGER FROM WS-CAL-START-INTEGER BY 1
          UNTIL WS-CAL-DAY-INTEGER > WS-TODAY-INTEGER
    END-IF.
    MOVE WS-BUS-DAYS-OPEN TO WS-DAYS-WAITING.
    MOVE WS-CHECK-INTEGER TO WS-CAL-DAY-INTEGER.
    MOVE WS-CHECK-DATE TO WS-CAL-DATE-WK.
    PERFORM CHECK-BUSINESS-DAY.
    IF WS-CAL-BUSINESS-DAY
      SET WS-CHECK-DAY-BUSINESS TO TRUE
    END-IF.

      *> STATHIST and the suspense master are both created by MATH
      *> on its first run; before then there is simply nothing on
      *> them to report.
    OPEN INPUT STAT-HIST-FILE.
    EVALUATE WS-STH-STATUS
      WHEN "00"
        SET WS-STH-FILE-OPEN TO TRUE
      WHEN "35"
        CONTINUE
      WHEN OTHER
        DISPLAY "OPSSUM: unable to open STAT-HIST-FILE, status "
            WS-STH-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-EVALUATE.
      *> The history file is allocated ahead of MATH's first run,
      *> so it must be there; it is what says which batches posted.
    OPEN INPUT HISTORY-FILE.
    IF WS-HIST-STATUS NOT = "00"
      DISPLAY "OPSSUM: unable to open HISTORY-FILE, status "
          WS-HIST-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN INPUT SUSPENSE-MASTER-FILE.
    EVALUATE WS-SUSPM-STATUS
      WHEN "00"
        SET WS-SUSPM-FILE-OPEN TO TRUE
      WHEN "35"
        CONTINUE
      WHEN OTHER
        DISPLAY "OPSSUM: unable to open SUSPENSE-MASTER-FILE, status "
            WS-SUSPM-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-EVALUATE.
    OPEN OUTPUT PRINT-FILE.
    IF WS-PRINT-STATUS NOT = "00"
      DISPLAY "OPSSUM: unable to open PRINT-FILE, status "
          WS-PRINT-STATUS
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.

    PERFORM LOAD-STAT-HIST.
    PERFORM LOAD-HISTORY.
    PERFORM LOAD-RUN-STATUS.
    PERFORM LOAD-REJECTS.
    PERFORM LOAD-SUSPENSE.
    PERFORM LOAD-ACKS.

    PERFORM ASSESS-BATCH
        VARYING WS-BATCH-IX FROM 1 BY 1
        UNTIL WS-BATCH-IX > WS-BATCH-COUNT.
    PERFORM WRITE-OVERALL-SUMMARY.
    SET WS-PRINT-ACTIONS TO TRUE.
    PERFORM PRINT-BATCH-SHEET
        VARYING WS-BATCH-IX FROM 1 BY 1
        UNTIL WS-BATCH-IX > WS-BATCH-COUNT.

    MOVE WS-OVERALL-LEVEL TO RETURN-CODE.
    IF WS-STH-FILE-OPEN
      CLOSE STAT-HIST-FILE
    END-IF.
    CLOSE HISTORY-FILE.
    IF WS-SUSPM-FILE-OPEN
      CLOSE SUSPENSE-MASTER-FILE
    END-IF.
    IF WS-CAL-FILE-OPEN
      CLOSE CALENDAR-FILE
    END-IF.
    CLOSE PRINT-FILE.
    STOP RUN.

  READ-OSUM-PARM-CARD.
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

      *> With no date on the card the summary covers the cycle that
      *> ran on the last business day before today: yesterday's on a
      *> Tuesday, Friday's on a Monday, the day before a bank holiday
      *> after one.
  FIND-LAST-BUSINESS-DAY.
    MOVE WS-TODAY-INTEGER TO WS-CAL-DAY-INTEGER.
    MOVE "N" TO WS-CAL-DAY-SW.
    PERFORM STEP-BACK-ONE-DAY UNTIL WS-CAL-BUSINESS-DAY.
    MOVE WS-CAL-DATE-WK TO WS-CHECK-DATE.

  STEP-BACK-ONE-DAY.
    SUBTRACT 1 FROM WS-CAL-DAY-INTEGER.
    COMPUTE WS-CAL-DATE-WK =
        FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-INTEGER).
    PERFORM CHECK-BUSINESS-DAY.

      *> STATHIST holds the final outcome of every MATH run that got
      *> as far as posting, keyed run date + batch-id.
  LOAD-STAT-HIST.
    IF WS-STH-FILE-OPEN
      MOVE WS-CHECK-DATE TO STH-RUN-DATE
      MOVE LOW-VALUES TO STH-BATCH-ID
      START STAT-HIST-FILE KEY NOT < STH-KEY
        INVALID KEY
          SET WS-STH-EOF TO TRUE
      END-START
      IF NOT WS-STH-EOF
        PERFORM READ-STAT-HIST-NEXT
      END-IF
      PERFORM STORE-STAT-HIST UNTIL WS-STH-EOF
    END-IF.

  READ-STAT-HIST-NEXT.
    READ STAT-HIST-FILE NEXT RECORD
      AT END
        SET WS-STH-EOF TO TRUE
      NOT AT END
        CONTINUE
    END-READ.

  STORE-STAT-HIST.
    IF STH-RUN-DATE NOT = WS-CHECK-DATE
      SET WS-STH-EOF TO TRUE
    ELSE
      MOVE STH-BATCH-ID TO WS-FIND-BATCH-ID
      PERFORM FIND-BATCH-ENTRY
      MOVE "Y" TO WS-BT-RUN-SW(WS-BATCH-SLOT)
      MOVE "STATHIST" TO WS-BT-RUN-SOURCE(WS-BATCH-SLOT)
      MOVE STH-RUN-TYPE TO WS-BT-RUN-TYPE(WS-BATCH-SLOT)
      MOVE STH-RETURN-CODE TO WS-BT-RETURN-CODE(WS-BATCH-SLOT)
      MOVE STH-REC-COUNT TO WS-BT-REC-COUNT(WS-BATCH-SLOT)
      MOVE STH-SUSPEND-COUNT TO WS-BT-SUSPEND-COUNT(WS-BATCH-SLOT)
      MOVE STH-EXCEPTION-COUNT
          TO WS-BT-EXCEPTION-COUNT(WS-BATCH-SLOT)
      MOVE STH-RECON-STATUS TO WS-BT-RECON-STATUS(WS-BATCH-SLOT)
      ADD 1 TO WS-RUN-BATCH-COUNT
      PERFORM READ-STAT-HIST-NEXT
    END-IF.

      *> MATH writes a history record for every batch it posts,
      *> under the batch's own batch-id - each TRANSIN batch header's
      *> rather than the PARMIN batch-id its run status is filed
      *> under - and each one goes to finance on the interface
      *> extract. These are the batches an acknowledgment is owed
      *> for, exactly as ACKMATCH expects them.
  LOAD-HISTORY.
    MOVE WS-CHECK-DATE TO HIST-RUN-DATE.
    MOVE LOW-VALUES TO HIST-BATCH-ID.
    START HISTORY-FILE KEY NOT < HIST-KEY
      INVALID KEY
        SET WS-HIST-EOF TO TRUE
    END-START.
    IF NOT WS-HIST-EOF
      PERFORM READ-HISTORY-NEXT
    END-IF.
    PERFORM STORE-HISTORY-RECORD UNTIL WS-HIST-EOF.

  READ-HISTORY-NEXT.
    READ HISTORY-FILE NEXT RECORD
      AT END
        SET WS-HIST-EOF TO TRUE
      NOT AT END
        CONTINUE
    END-READ.

  STORE-HISTORY-RECORD.
    IF HIST-RUN-DATE NOT = WS-CHECK-DATE
      SET WS-HIST-EOF TO TRUE
    ELSE
      MOVE HIST-BATCH-ID TO WS-FIND-BATCH-ID
      PERFORM FIND-BATCH-ENTRY
      MOVE "Y" TO WS-BT-HIST-SW(WS-BATCH-SLOT)
      PERFORM READ-HISTORY-NEXT
    END-IF.

      *> The RUNSTAT generation adds what STATHIST never sees: the
      *> startup stops (duplicate run, closed period, non-business
      *> day) and a failed history write, which are not posted to
      *> STATHIST, and the VARCHK alert records written behind MATH's
      *> own. Where STATHIST already has the batch's run, STATHIST is
      *> the final word - a later stop on RUNSTAT means a resubmit
      *> was refused, not that the posted run was undone.
  LOAD-RUN-STATUS.
    MOVE "N" TO WS-FILE-EOF-SW.
    OPEN INPUT RUN-STATUS-FILE.
    IF WS-STAT-STATUS NOT = "00"
      DISPLAY "OPSSUM: unable to open RUN-STATUS-FILE, status "
          WS-STAT-STATUS " - run status from STATHIST only"
    ELSE
      SET WS-RUNSTAT-READ TO TRUE
      PERFORM READ-RUN-STATUS
      PERFORM STORE-RUN-STATUS UNTIL WS-FILE-EOF
      CLOSE RUN-STATUS-FILE
    END-IF.

  READ-RUN-STATUS.
    READ RUN-STATUS-FILE INTO RUN-STATUS-RECORD
      AT END
        SET WS-FILE-EOF TO TRUE
      NOT AT END
        CONTINUE
    END-READ.

  STORE-RUN-STATUS.
    IF ST-RUN-DATE NUMERIC AND ST-RUN-DATE = WS-CHECK-DATE
      MOVE ST-BATCH-ID TO WS-FIND-BATCH-ID
      PERFORM FIND-BATCH-ENTRY
      IF ST-RUN-TYPE = "VARIANCE"
        ADD 1 TO WS-BT-VARIANCE-COUNT(WS-BATCH-SLOT)
      ELSE
        IF WS-BT-RUN-SW(WS-BATCH-SLOT) = "N"
          MOVE "Y" TO WS-BT-RUN-SW(WS-BATCH-SLOT)
          MOVE "RUNSTAT" TO WS-BT-RUN-SOURCE(WS-BATCH-SLOT)
          MOVE ST-RUN-TYPE TO WS-BT-RUN-TYPE(WS-BATCH-SLOT)
          MOVE ST-RETURN-CODE TO WS-BT-RETURN-CODE(WS-BATCH-SLOT)
          MOVE ST-REC-COUNT TO WS-BT-REC-COUNT(WS-BATCH-SLOT)
          MOVE ST-SUSPEND-COUNT
              TO WS-BT-SUSPEND-COUNT(WS-BATCH-SLOT)
          MOVE ST-EXCEPTION-COUNT
              TO WS-BT-EXCEPTION-COUNT(WS-BATCH-SLOT)
          MOVE ST-RECON-STATUS TO WS-BT-RECON-STATUS(WS-BATCH-SLOT)
          ADD 1 TO WS-RUN-BATCH-COUNT
        END-IF
      END-IF
    END-IF.
    PERFORM READ-RUN-STATUS.

      *> Rejects written before the reject record carried its run
      *> date hold spaces there and are passed over.
  LOAD-REJECTS.
    MOVE "N" TO WS-FILE-EOF-SW.
    OPEN INPUT REJECT-FILE.
    IF WS-REJECT-STATUS NOT = "00"
      DISPLAY "OPSSUM: unable to open REJECT-FILE, status "
          WS-REJECT-STATUS " - reject counts not available"
    ELSE
      SET WS-REJECT-FILE-READ TO TRUE
      PERFORM READ-REJECT-RECORD
      PERFORM STORE-REJECT-RECORD UNTIL WS-FILE-EOF
      CLOSE REJECT-FILE
    END-IF.

  READ-REJECT-RECORD.
    READ REJECT-FILE INTO REJECT-DETAIL
      AT END
        SET WS-FILE-EOF TO TRUE
      NOT AT END
        CONTINUE
    END-READ.

  STORE-REJECT-RECORD.
    IF REJ-RUN-DATE NUMERIC AND REJ-RUN-DATE = WS-CHECK-DATE
      MOVE REJ-BATCH-ID TO WS-FIND-BATCH-ID
      PERFORM FIND-BATCH-ENTRY
      ADD 1 TO WS-BT-REJECT-COUNT(WS-BATCH-SLOT)
    END-IF.
    PERFORM READ-REJECT-RECORD.

      *> Suspense is judged as at the run date: an item first
      *> suspended that day is new; one open more than the age limit
      *> in business days (the business days after it first
      *> suspended, up to the run date, counted as SUSPAGE does) has
      *> aged out; items suspended after the run date are left for
      *> a later day's summary.
  LOAD-SUSPENSE.
    IF WS-SUSPM-FILE-OPEN
      PERFORM READ-SUSPENSE-MASTER-NEXT
      PERFORM STORE-SUSPENSE-ITEM UNTIL WS-SUSPM-EOF
      PERFORM POST-SUSPENSE-GROUP
    END-IF.

  READ-SUSPENSE-MASTER-NEXT.
    READ SUSPENSE-MASTER-FILE NEXT RECORD
      AT END
        SET WS-SUSPM-EOF TO TRUE
      NOT AT END
        CONTINUE
    END-READ.

  STORE-SUSPENSE-ITEM.
    IF SUSM-BATCH-ID NOT = WS-SG-BATCH-ID
      PERFORM POST-SUSPENSE-GROUP
      MOVE SUSM-BATCH-ID TO WS-SG-BATCH-ID
      MOVE ZERO TO WS-SG-OPEN-COUNT
      MOVE ZERO TO WS-SG-NEW-COUNT
      MOVE ZERO TO WS-SG-AGED-COUNT
      MOVE ZERO TO WS-SG-MANUAL-COUNT
    END-IF.
    IF SUSM-FIRST-DATE NOT > WS-CHECK-DATE
      ADD 1 TO WS-SG-OPEN-COUNT
      IF SUSM-FIRST-DATE = WS-CHECK-DATE
        ADD 1 TO WS-SG-NEW-COUNT
      ELSE
        PERFORM AGE-SUSPENSE-ITEM
      END-IF
      IF SUSM-MANUAL
        ADD 1 TO WS-SG-MANUAL-COUNT
      END-IF
    END-IF.
    PERFORM READ-SUSPENSE-MASTER-NEXT.

      *> Business days can never outnumber calendar days, so an item
      *> inside the limit in calendar days is not counted day by day.
  AGE-SUSPENSE-ITEM.
    COMPUTE WS-FIRST-INTEGER =
        FUNCTION INTEGER-OF-DATE(SUSM-FIRST-DATE).
    COMPUTE WS-DAYS-OPEN = WS-CHECK-INTEGER - WS-FIRST-INTEGER.
    IF WS-DAYS-OPEN > WS-AGE-LIMIT
      MOVE ZERO TO WS-BUS-DAYS-OPEN
      COMPUTE WS-CAL-START-INTEGER = WS-FIRST-INTEGER + 1
      PERFORM COUNT-BUSINESS-DAY
          VARYING WS-CAL-DAY-INTEGER FROM WS-CAL-START-INTEGER BY 1
          UNTIL WS-CAL-DAY-INTEGER > WS-CHECK-INTEGER
      IF WS-BUS-DAYS-OPEN > WS-AGE-LIMIT
        ADD 1 TO WS-SG-AGED-COUNT
      END-IF
    END-IF.

      *> Open items that are not new, not aged out and not manual
      *> are still recycling normally and do not earn the batch a
      *> sheet of their own; the open count is still shown when the
      *> batch has a sheet for something else.
  POST-SUSPENSE-GROUP.
    IF WS-SG-OPEN-COUNT > 0
      MOVE WS-SG-BATCH-ID TO WS-FIND-BATCH-ID
      IF WS-SG-NEW-COUNT > 0 OR WS-SG-AGED-COUNT > 0
          OR WS-SG-MANUAL-COUNT > 0
        PERFORM FIND-BATCH-ENTRY
      ELSE
        PERFORM LOCATE-BATCH-ENTRY
        IF WS-BATCH-SLOT > 0
          IF WS-BT-BATCH-ID(WS-BATCH-SLOT) NOT = WS-FIND-BATCH-ID
            MOVE ZERO TO WS-BATCH-SLOT
          END-IF
        END-IF
      END-IF
      IF WS-BATCH-SLOT > 0
        MOVE WS-SG-OPEN-COUNT TO WS-BT-OPEN-SUSP-COUNT(WS-BATCH-SLOT)
        MOVE WS-SG-NEW-COUNT TO WS-BT-NEW-SUSP-COUNT(WS-BATCH-SLOT)
        MOVE WS-SG-AGED-COUNT TO WS-BT-AGED-SUSP-COUNT(WS-BATCH-SLOT)
        MOVE WS-SG-MANUAL-COUNT TO WS-BT-MANUAL-COUNT(WS-BATCH-SLOT)
      END-IF
    END-IF.

      *> Finance returns one acknowledgment per interface detail
      *> record; should a batch have more than one, a rejection
      *> outranks an acceptance. With no acknowledgment file every
      *> batch is treated as unacknowledged, as ACKMATCH does.
  LOAD-ACKS.
    MOVE "N" TO WS-FILE-EOF-SW.
    OPEN INPUT ACK-FILE.
    IF WS-ACK-STATUS NOT = "00"
      DISPLAY "OPSSUM: unable to open ACK-FILE, status "
          WS-ACK-STATUS " - treating every batch as unacknowledged"
    ELSE
      SET WS-ACK-FILE-READ TO TRUE
      PERFORM READ-ACK-RECORD
      PERFORM STORE-ACK-RECORD UNTIL WS-FILE-EOF
      CLOSE ACK-FILE
    END-IF.

  READ-ACK-RECORD.
    READ ACK-FILE
      AT END
        SET WS-FILE-EOF TO TRUE
      NOT AT END
        CONTINUE
    END-READ.

  STORE-ACK-RECORD.
    IF ACK-RUN-DATE NUMERIC AND ACK-RUN-DATE = WS-CHECK-DATE
      MOVE ACK-BATCH-ID TO WS-FIND-BATCH-ID
      PERFORM FIND-BATCH-ENTRY
      IF WS-BT-ACK-STATUS(WS-BATCH-SLOT) NOT = "R"
        MOVE ACK-STATUS TO WS-BT-ACK-STATUS(WS-BATCH-SLOT)
      END-IF
    END-IF.
    PERFORM READ-ACK-RECORD.

      *> Finds WS-FIND-BATCH-ID in the batch table, adding it in
      *> batch-id order when it is not there yet; WS-BATCH-SLOT is
      *> left pointing at the entry either way.
  FIND-BATCH-ENTRY.
    PERFORM LOCATE-BATCH-ENTRY.
    IF WS-BATCH-SLOT = 0
      COMPUTE WS-BATCH-SLOT = WS-BATCH-COUNT + 1
      PERFORM ADD-BATCH-ENTRY
    ELSE
      IF WS-BT-BATCH-ID(WS-BATCH-SLOT) NOT = WS-FIND-BATCH-ID
        PERFORM ADD-BATCH-ENTRY
      END-IF
    END-IF.

      *> Leaves WS-BATCH-SLOT at the first entry not below the
      *> batch-id sought (the entry itself, or where it belongs), or
      *> zero when every entry is below it.
  LOCATE-BATCH-ENTRY.
    MOVE ZERO TO WS-BATCH-SLOT.
    PERFORM CHECK-BATCH-ENTRY
        VARYING WS-FIND-IX FROM 1 BY 1
        UNTIL WS-FIND-IX > WS-BATCH-COUNT OR WS-BATCH-SLOT > 0.

  CHECK-BATCH-ENTRY.
    IF WS-BT-BATCH-ID(WS-FIND-IX) NOT < WS-FIND-BATCH-ID
      MOVE WS-FIND-IX TO WS-BATCH-SLOT
    END-IF.

  ADD-BATCH-ENTRY.
    IF WS-BATCH-COUNT >= WS-BATCH-MAX
      DISPLAY "OPSSUM: more than " WS-BATCH-MAX
          " batches for run date " WS-CHECK-DATE
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    ADD 1 TO WS-BATCH-COUNT.
    PERFORM SHIFT-BATCH-ENTRY
        VARYING WS-SHIFT-IX FROM WS-BATCH-COUNT BY -1
        UNTIL WS-SHIFT-IX <= WS-BATCH-SLOT.
    MOVE WS-FIND-BATCH-ID TO WS-BT-BATCH-ID(WS-BATCH-SLOT).
    MOVE "N" TO WS-BT-RUN-SW(WS-BATCH-SLOT).
    MOVE "N" TO WS-BT-HIST-SW(WS-BATCH-SLOT).
    MOVE SPACES TO WS-BT-RUN-SOURCE(WS-BATCH-SLOT).
    MOVE SPACES TO WS-BT-RUN-TYPE(WS-BATCH-SLOT).
    MOVE ZERO TO WS-BT-RETURN-CODE(WS-BATCH-SLOT).
    MOVE ZERO TO WS-BT-REC-COUNT(WS-BATCH-SLOT).
    MOVE ZERO TO WS-BT-SUSPEND-COUNT(WS-BATCH-SLOT).
    MOVE ZERO TO WS-BT-EXCEPTION-COUNT(WS-BATCH-SLOT).
    MOVE SPACES TO WS-BT-RECON-STATUS(WS-BATCH-SLOT).
    MOVE ZERO TO WS-BT-VARIANCE-COUNT(WS-BATCH-SLOT).
    MOVE ZERO TO WS-BT-REJECT-COUNT(WS-BATCH-SLOT).
    MOVE ZERO TO WS-BT-OPEN-SUSP-COUNT(WS-BATCH-SLOT).
    MOVE ZERO TO WS-BT-NEW-SUSP-COUNT(WS-BATCH-SLOT).
    MOVE ZERO TO WS-BT-AGED-SUSP-COUNT(WS-BATCH-SLOT).
    MOVE ZERO TO WS-BT-MANUAL-COUNT(WS-BATCH-SLOT).
    MOVE SPACE TO WS-BT-ACK-STATUS(WS-BATCH-SLOT).
    MOVE SPACES TO WS-BT-ACK-RESULT(WS-BATCH-SLOT).
    MOVE ZERO TO WS-BT-RESULT-LEVEL(WS-BATCH-SLOT).

  SHIFT-BATCH-ENTRY.
    MOVE WS-BATCH-ENTRY(WS-SHIFT-IX - 1) TO WS-BATCH-ENTRY(WS-SHIFT-IX).

      *> First pass over the table, before anything is printed:
      *> settles each batch's acknowledgment status and result so
      *> the overall page can lead the report.
  ASSESS-BATCH.
    PERFORM SET-ACK-RESULT.
    MOVE ZERO TO WS-BATCH-LEVEL.
    PERFORM CHECK-BATCH-ACTIONS.
    MOVE WS-BATCH-LEVEL TO WS-BT-RESULT-LEVEL(WS-BATCH-IX).
    IF WS-BATCH-LEVEL > WS-OVERALL-LEVEL
      MOVE WS-BATCH-LEVEL TO WS-OVERALL-LEVEL
    END-IF.
    EVALUATE WS-BATCH-LEVEL
      WHEN 8
        ADD 1 TO WS-RED-COUNT
      WHEN 4
        ADD 1 TO WS-AMBER-COUNT
      WHEN OTHER
        ADD 1 TO WS-GREEN-COUNT
    END-EVALUATE.
    ADD WS-BT-REJECT-COUNT(WS-BATCH-IX) TO WS-TOTAL-REJECTS.
    ADD WS-BT-NEW-SUSP-COUNT(WS-BATCH-IX) TO WS-TOTAL-NEW-SUSP.
    ADD WS-BT-AGED-SUSP-COUNT(WS-BATCH-IX) TO WS-TOTAL-AGED-SUSP.
    ADD WS-BT-MANUAL-COUNT(WS-BATCH-IX) TO WS-TOTAL-MANUAL.

      *> An acknowledgment is only expected for a batch with a
      *> history record for the run date, as ACKMATCH expects one -
      *> not for the PARMIN batch-id a headered run files its run
      *> status under, which posts nothing itself - and not from a
      *> startup stop or a run that failed outright. Whatever
      *> finance sent back is shown either way.
  SET-ACK-RESULT.
    EVALUATE TRUE
      WHEN WS-BT-ACK-STATUS(WS-BATCH-IX) = "A"
        MOVE "ACCEPTED" TO WS-BT-ACK-RESULT(WS-BATCH-IX)
      WHEN WS-BT-ACK-STATUS(WS-BATCH-IX) = "R"
        MOVE "REJECTED" TO WS-BT-ACK-RESULT(WS-BATCH-IX)
      WHEN WS-BT-HIST-SW(WS-BATCH-IX) = "N"
          OR WS-BT-RETURN-CODE(WS-BATCH-IX) >= 12
          OR WS-BT-RECON-STATUS(WS-BATCH-IX) = "DUPLICATE"
          OR WS-BT-RECON-STATUS(WS-BATCH-IX) = "PRD CLOSED"
          OR WS-BT-RECON-STATUS(WS-BATCH-IX) = "NOT BUS DAY"
        MOVE "NOT EXPECTED" TO WS-BT-ACK-RESULT(WS-BATCH-IX)
      WHEN WS-DAYS-WAITING > WS-GRACE-DAYS
        MOVE "OVERDUE" TO WS-BT-ACK-RESULT(WS-BATCH-IX)
        ADD 1 TO WS-ACK-OUTSTANDING-COUNT
      WHEN OTHER
        MOVE "PENDING" TO WS-BT-ACK-RESULT(WS-BATCH-IX)
        ADD 1 TO WS-ACK-OUTSTANDING-COUNT
    END-EVALUATE.

      *> Everything on the batch that somebody has to act on. A run
      *> that posted nothing or failed, a rejection from finance or
      *> an acknowledgment past its grace period is red - the same
      *> calls MATH and ACKMATCH end code 8 for. Work waiting on the
      *> business (rejects to fix, suspense to correct, a held batch
      *> or a variance to look at) is amber. An acknowledgment still
      *> inside its grace period is shown but is not yet an action.
  CHECK-BATCH-ACTIONS.
    MOVE ZERO TO WS-ACTION-COUNT.
    IF WS-BT-RUN-SW(WS-BATCH-IX) = "Y"
      EVALUATE TRUE
        WHEN WS-BT-RETURN-CODE(WS-BATCH-IX) >= 12
          MOVE 8 TO WS-ACTION-LEVEL
          MOVE "RUN FAILED - FILE OR I/O ERROR, SEE JOB LOG"
              TO WS-ACTION-TEXT
          PERFORM FLAG-ACTION
        WHEN WS-BT-RECON-STATUS(WS-BATCH-IX) = "DUPLICATE"
          MOVE 8 TO WS-ACTION-LEVEL
          MOVE "DUPLICATE-RUN STOP - NOTHING POSTED"
              TO WS-ACTION-TEXT
          PERFORM FLAG-ACTION
        WHEN WS-BT-RECON-STATUS(WS-BATCH-IX) = "PRD CLOSED"
          MOVE 8 TO WS-ACTION-LEVEL
          MOVE "RUN DATE IN A CLOSED PERIOD - NOTHING POSTED"
              TO WS-ACTION-TEXT
          PERFORM FLAG-ACTION
        WHEN WS-BT-RECON-STATUS(WS-BATCH-IX) = "NOT BUS DAY"
          MOVE 8 TO WS-ACTION-LEVEL
          MOVE "NON-BUSINESS-DAY STOP - NOTHING POSTED"
              TO WS-ACTION-TEXT
          PERFORM FLAG-ACTION
        WHEN WS-BT-RECON-STATUS(WS-BATCH-IX) = "MISMATCH"
          MOVE 8 TO WS-ACTION-LEVEL
          MOVE "RECORD COUNT MISMATCH - SEE CONTROL REPORT"
              TO WS-ACTION-TEXT
          PERFORM FLAG-ACTION
        WHEN WS-BT-RECON-STATUS(WS-BATCH-IX) = "HIST FAILED"
          MOVE 8 TO WS-ACTION-LEVEL
          MOVE "HISTORY WRITE FAILED - SEE CONTROL REPORT"
              TO WS-ACTION-TEXT
          PERFORM FLAG-ACTION
        WHEN WS-BT-RETURN-CODE(WS-BATCH-IX) >= 8
          MOVE 8 TO WS-ACTION-LEVEL
          MOVE "RUN ENDED CODE 8 - SEE CONTROL REPORT"
              TO WS-ACTION-TEXT
          PERFORM FLAG-ACTION
        WHEN WS-BT-RECON-STATUS(WS-BATCH-IX) = "BATCH HELD"
          MOVE 4 TO WS-ACTION-LEVEL
          MOVE "BATCH HELD - SUPERVISOR TO RELEASE OR RETURN"
              TO WS-ACTION-TEXT
          PERFORM FLAG-ACTION
        WHEN WS-BT-RETURN-CODE(WS-BATCH-IX) >= 4
          MOVE 4 TO WS-ACTION-LEVEL
          MOVE "EXCEPTIONS WRITTEN - REVIEW THE EXCEPTION REPORT"
              TO WS-ACTION-TEXT
          PERFORM FLAG-ACTION
        WHEN OTHER
          CONTINUE
      END-EVALUATE
    END-IF.
    IF WS-BT-VARIANCE-COUNT(WS-BATCH-IX) > 0
      MOVE 4 TO WS-ACTION-LEVEL
      MOVE "VARIANCE ALERT - SEE THE VARCHK REPORT" TO WS-ACTION-TEXT
      PERFORM FLAG-ACTION
    END-IF.
    IF WS-BT-REJECT-COUNT(WS-BATCH-IX) > 0
      MOVE 4 TO WS-ACTION-LEVEL
      MOVE "REJECTED CARDS - FIX AND RESUBMIT" TO WS-ACTION-TEXT
      PERFORM FLAG-ACTION
    END-IF.
    IF WS-BT-NEW-SUSP-COUNT(WS-BATCH-IX) > 0
      MOVE 4 TO WS-ACTION-LEVEL
      MOVE "NEW SUSPENSE - CORRECT AND RECYCLE" TO WS-ACTION-TEXT
      PERFORM FLAG-ACTION
    END-IF.
    IF WS-BT-AGED-SUSP-COUNT(WS-BATCH-IX) > 0
      MOVE 4 TO WS-ACTION-LEVEL
      MOVE "SUSPENSE AGED OUT - CHASE THE CORRECTION"
          TO WS-ACTION-TEXT
      PERFORM FLAG-ACTION
    END-IF.
    IF WS-BT-MANUAL-COUNT(WS-BATCH-IX) > 0
      MOVE 4 TO WS-ACTION-LEVEL
      MOVE "MANUAL SUSPENSE - FIX AND REPOST BY HAND"
          TO WS-ACTION-TEXT
      PERFORM FLAG-ACTION
    END-IF.
    IF WS-BT-ACK-RESULT(WS-BATCH-IX) = "REJECTED"
      MOVE 8 TO WS-ACTION-LEVEL
      MOVE "FINANCE REJECTED THE EXTRACT - CALL FINANCE"
          TO WS-ACTION-TEXT
      PERFORM FLAG-ACTION
    END-IF.
    IF WS-BT-ACK-RESULT(WS-BATCH-IX) = "OVERDUE"
      MOVE 8 TO WS-ACTION-LEVEL
      MOVE "NO FINANCE ACK PAST GRACE - CHASE FINANCE"
          TO WS-ACTION-TEXT
      PERFORM FLAG-ACTION
    END-IF.

  FLAG-ACTION.
    ADD 1 TO WS-ACTION-COUNT.
    IF WS-ACTION-LEVEL > WS-BATCH-LEVEL
      MOVE WS-ACTION-LEVEL TO WS-BATCH-LEVEL
    END-IF.
    IF WS-PRINT-ACTIONS
      PERFORM WRITE-ACTION-LINE
    END-IF.

      *> The page the scheduler's callout points operations at: one
      *> line per batch, the day's totals and the overall result the
      *> step condition code carries.
  WRITE-OVERALL-SUMMARY.
    PERFORM WRITE-REPORT-HEADER.
    PERFORM WRITE-RANGE-LINE.
    PERFORM WRITE-SUMMARY-COL-HEADER.
    PERFORM WRITE-SUMMARY-BATCH-LINE
        VARYING WS-BATCH-IX FROM 1 BY 1
        UNTIL WS-BATCH-IX > WS-BATCH-COUNT.
    MOVE "BATCHES" TO RD-LABEL   MOVE WS-BATCH-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "BATCHES RUN" TO RD-LABEL   MOVE WS-RUN-BATCH-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "BATCHES GREEN" TO RD-LABEL   MOVE WS-GREEN-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "BATCHES AMBER" TO RD-LABEL   MOVE WS-AMBER-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "BATCHES RED" TO RD-LABEL   MOVE WS-RED-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "REJECTED CARDS" TO RD-LABEL   MOVE WS-TOTAL-REJECTS TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "NEW SUSPENSE" TO RD-LABEL   MOVE WS-TOTAL-NEW-SUSP TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "AGED OUT SUSP" TO RD-LABEL   MOVE WS-TOTAL-AGED-SUSP TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "MANUAL SUSP" TO RD-LABEL   MOVE WS-TOTAL-MANUAL TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "ACKS OUTSTAND" TO RD-LABEL   MOVE WS-ACK-OUTSTANDING-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "RUN DAY" TO RT-LABEL.
    IF WS-CHECK-DAY-BUSINESS
      MOVE "BUSINESS DAY" TO RT-VALUE
    ELSE
      MOVE "NON-BUSINESS DAY" TO RT-VALUE
    END-IF.
    PERFORM WRITE-TEXT-LINE.
    MOVE "AGED IN" TO RT-LABEL.
    IF WS-CAL-FILE-OPEN
      MOVE "BUSINESS DAYS" TO RT-VALUE
    ELSE
      MOVE "MON-FRI (NO CALNDR)" TO RT-VALUE
    END-IF.
    PERFORM WRITE-TEXT-LINE.
    MOVE "STATHIST" TO RT-LABEL.
    IF WS-STH-FILE-OPEN
      MOVE "READ" TO RT-VALUE
    ELSE
      MOVE "NOT ON FILE" TO RT-VALUE
    END-IF.
    PERFORM WRITE-TEXT-LINE.
    MOVE "RUNSTAT" TO RT-LABEL.
    IF WS-RUNSTAT-READ
      MOVE "READ" TO RT-VALUE
    ELSE
      MOVE "NOT AVAILABLE" TO RT-VALUE
    END-IF.
    PERFORM WRITE-TEXT-LINE.
    MOVE "REJECT FILE" TO RT-LABEL.
    IF WS-REJECT-FILE-READ
      MOVE "READ" TO RT-VALUE
    ELSE
      MOVE "NOT AVAILABLE" TO RT-VALUE
    END-IF.
    PERFORM WRITE-TEXT-LINE.
    MOVE "ACK FILE" TO RT-LABEL.
    IF WS-ACK-FILE-READ
      MOVE "READ" TO RT-VALUE
    ELSE
      MOVE "NOT AVAILABLE" TO RT-VALUE
    END-IF.
    PERFORM WRITE-TEXT-LINE.
    PERFORM CHECK-DAY-ACTIONS.
    MOVE WS-OVERALL-LEVEL TO WS-LEVEL-WK.
    PERFORM NAME-RESULT-LEVEL.
    MOVE "OVERALL RESULT" TO RT-LABEL.
    MOVE WS-LEVEL-NAME TO RT-VALUE.
    PERFORM WRITE-TEXT-LINE.

      *> Actions that belong to the day rather than to one batch: no
      *> MATH run on file at all for a business day, or no reject
      *> file to count from. Both leave the summary short of what it
      *> should show, so both are amber.
  CHECK-DAY-ACTIONS.
    MOVE ZERO TO WS-BATCH-LEVEL.
    SET WS-PRINT-ACTIONS TO TRUE.
    IF WS-RUN-BATCH-COUNT = 0 AND WS-CHECK-DAY-BUSINESS
      MOVE 4 TO WS-ACTION-LEVEL
      MOVE "NO MATH RUN ON FILE FOR THE RUN DATE" TO WS-ACTION-TEXT
      PERFORM FLAG-ACTION
    END-IF.
    IF NOT WS-REJECT-FILE-READ
      MOVE 4 TO WS-ACTION-LEVEL
      MOVE "REJECT FILE NOT AVAILABLE - CHECK TRANSEDT"
          TO WS-ACTION-TEXT
      PERFORM FLAG-ACTION
    END-IF.
    MOVE "N" TO WS-PRINT-ACTIONS-SW.
    IF WS-BATCH-LEVEL > WS-OVERALL-LEVEL
      MOVE WS-BATCH-LEVEL TO WS-OVERALL-LEVEL
    END-IF.

  NAME-RESULT-LEVEL.
    EVALUATE WS-LEVEL-WK
      WHEN 8
        MOVE "RED" TO WS-LEVEL-NAME
      WHEN 4
        MOVE "AMBER" TO WS-LEVEL-NAME
      WHEN OTHER
        MOVE "GREEN" TO WS-LEVEL-NAME
    END-EVALUATE.

      *> One page per batch: its run, its rejects, its suspense, its
      *> acknowledgment, and what needs doing about any of them.
  PRINT-BATCH-SHEET.
    PERFORM WRITE-REPORT-HEADER.
    MOVE WS-BT-BATCH-ID(WS-BATCH-IX) TO SBL-BATCH-ID.
    MOVE WS-CHECK-DATE TO SBL-CHECK-DATE.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM SHEET-BATCH-LINE.
    ADD 1 TO WS-LINE-COUNT.

    MOVE "RUN STATUS" TO SH-TITLE.
    PERFORM WRITE-SECTION-HEADER.
    IF WS-BT-RUN-SW(WS-BATCH-IX) = "Y"
      MOVE "RUN TYPE" TO RT-LABEL   MOVE WS-BT-RUN-TYPE(WS-BATCH-IX) TO RT-VALUE   PERFORM WRITE-TEXT-LINE
      MOVE "STATUS FROM" TO RT-LABEL   MOVE WS-BT-RUN-SOURCE(WS-BATCH-IX) TO RT-VALUE   PERFORM WRITE-TEXT-LINE
      MOVE "RETURN CODE" TO RD-LABEL   MOVE WS-BT-RETURN-CODE(WS-BATCH-IX) TO RD-VALUE   PERFORM WRITE-REPORT-LINE
      MOVE "RECORDS" TO RD-LABEL   MOVE WS-BT-REC-COUNT(WS-BATCH-IX) TO RD-VALUE   PERFORM WRITE-REPORT-LINE
      MOVE "SUSPENDED" TO RD-LABEL   MOVE WS-BT-SUSPEND-COUNT(WS-BATCH-IX) TO RD-VALUE   PERFORM WRITE-REPORT-LINE
      MOVE "EXCEPTIONS" TO RD-LABEL   MOVE WS-BT-EXCEPTION-COUNT(WS-BATCH-IX) TO RD-VALUE   PERFORM WRITE-REPORT-LINE
      MOVE "RECON STATUS" TO RT-LABEL   MOVE WS-BT-RECON-STATUS(WS-BATCH-IX) TO RT-VALUE   PERFORM WRITE-TEXT-LINE
    ELSE
      MOVE "RUN STATUS" TO RT-LABEL
      MOVE "NONE ON FILE" TO RT-VALUE
      PERFORM WRITE-TEXT-LINE
    END-IF.
    MOVE "HISTORY RECORD" TO RT-LABEL.
    IF WS-BT-HIST-SW(WS-BATCH-IX) = "Y"
      MOVE "POSTED" TO RT-VALUE
    ELSE
      MOVE "NONE ON FILE" TO RT-VALUE
    END-IF.
    PERFORM WRITE-TEXT-LINE.
    MOVE "VARIANCE ALERTS" TO RD-LABEL   MOVE WS-BT-VARIANCE-COUNT(WS-BATCH-IX) TO RD-VALUE   PERFORM WRITE-REPORT-LINE.

    MOVE "REJECTS" TO SH-TITLE.
    PERFORM WRITE-SECTION-HEADER.
    IF WS-REJECT-FILE-READ
      MOVE "REJECTED CARDS" TO RD-LABEL
      MOVE WS-BT-REJECT-COUNT(WS-BATCH-IX) TO RD-VALUE
      PERFORM WRITE-REPORT-LINE
    ELSE
      MOVE "REJECT FILE" TO RT-LABEL
      MOVE "NOT AVAILABLE" TO RT-VALUE
      PERFORM WRITE-TEXT-LINE
    END-IF.

    MOVE "SUSPENSE" TO SH-TITLE.
    PERFORM WRITE-SECTION-HEADER.
    MOVE "NEW ITEMS" TO RD-LABEL   MOVE WS-BT-NEW-SUSP-COUNT(WS-BATCH-IX) TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "AGED OUT" TO RD-LABEL   MOVE WS-BT-AGED-SUSP-COUNT(WS-BATCH-IX) TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "MANUAL ITEMS" TO RD-LABEL   MOVE WS-BT-MANUAL-COUNT(WS-BATCH-IX) TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "ITEMS OPEN" TO RD-LABEL   MOVE WS-BT-OPEN-SUSP-COUNT(WS-BATCH-IX) TO RD-VALUE   PERFORM WRITE-REPORT-LINE.

    MOVE "FINANCE ACK" TO SH-TITLE.
    PERFORM WRITE-SECTION-HEADER.
    MOVE "ACK STATUS" TO RT-LABEL.
    MOVE WS-BT-ACK-RESULT(WS-BATCH-IX) TO RT-VALUE.
    PERFORM WRITE-TEXT-LINE.
    IF WS-BT-ACK-RESULT(WS-BATCH-IX) = "PENDING"
        OR WS-BT-ACK-RESULT(WS-BATCH-IX) = "OVERDUE"
      MOVE "BUS DAYS WAIT" TO RD-LABEL
      MOVE WS-DAYS-WAITING TO RD-VALUE
      PERFORM WRITE-REPORT-LINE
    END-IF.

    MOVE "ACTION" TO SH-TITLE.
    PERFORM WRITE-SECTION-HEADER.
    MOVE ZERO TO WS-BATCH-LEVEL.
    PERFORM CHECK-BATCH-ACTIONS.
    IF WS-ACTION-COUNT = 0
      MOVE "ACTION" TO RT-LABEL
      MOVE "NONE" TO RT-VALUE
      PERFORM WRITE-TEXT-LINE
    END-IF.
    MOVE WS-BT-RESULT-LEVEL(WS-BATCH-IX) TO WS-LEVEL-WK.
    PERFORM NAME-RESULT-LEVEL.
    MOVE "BATCH RESULT" TO RT-LABEL.
    MOVE WS-LEVEL-NAME TO RT-VALUE.
    PERFORM WRITE-TEXT-LINE.

  COUNT-BUSINESS-DAY.
    COMPUTE WS-CAL-DATE-WK =
        FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-INTEGER).
    PERFORM CHECK-BUSINESS-DAY.
    IF WS-CAL-BUSINESS-DAY
      ADD 1 TO WS-BUS-DAYS-OPEN
    END-IF.

      *> Day 1 of the integer date calendar, 1 January 1601, was a
      *> Monday, so (integer - 1) MOD 7 runs 0 Monday to 6 Sunday.
  CHECK-BUSINESS-DAY.
    IF WS-CAL-YYYY NOT = WS-CAL-LOADED-YEAR
      PERFORM LOAD-CALENDAR-YEAR
    END-IF.
    MOVE "N" TO WS-CAL-DAY-SW.
    IF WS-CAL-YEAR-ON-FILE
      IF CAL-BUSINESS-DAY(WS-CAL-MM, WS-CAL-DD)
        SET WS-CAL-BUSINESS-DAY TO TRUE
      END-IF
    ELSE
      COMPUTE WS-CAL-WEEKDAY = FUNCTION MOD(WS-CAL-DAY-INTEGER - 1, 7)
      IF WS-CAL-WEEKDAY < 5
        SET WS-CAL-BUSINESS-DAY TO TRUE
      END-IF
    END-IF.

  LOAD-CALENDAR-YEAR.
    MOVE WS-CAL-YYYY TO WS-CAL-LOADED-YEAR.
    MOVE "N" TO WS-CAL-YEAR-SW.
    IF WS-CAL-FILE-OPEN
      MOVE WS-CAL-YYYY TO CAL-YEAR
      READ CALENDAR-FILE
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          SET WS-CAL-YEAR-ON-FILE TO TRUE
      END-READ
    END-IF.

  WRITE-RANGE-LINE.
    MOVE WS-CHECK-DATE TO RR-CHECK-DATE.
    MOVE WS-GRACE-DAYS TO RR-GRACE-DAYS.
    MOVE WS-AGE-LIMIT TO RR-AGE-LIMIT.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM REPORT-RANGE-LINE.
    ADD 1 TO WS-LINE-COUNT.

  WRITE-SUMMARY-COL-HEADER.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM SUMMARY-COL-HEADER.
    ADD 1 TO WS-LINE-COUNT.

  WRITE-SUMMARY-BATCH-LINE.
    MOVE WS-BT-BATCH-ID(WS-BATCH-IX) TO SL-BATCH-ID.
    IF WS-BT-RUN-SW(WS-BATCH-IX) = "Y"
      MOVE WS-BT-RETURN-CODE(WS-BATCH-IX) TO WS-RC-EDIT
      MOVE WS-RC-EDIT TO SL-RC
      MOVE WS-BT-RECON-STATUS(WS-BATCH-IX) TO SL-RECON-STATUS
    ELSE
      MOVE "--" TO SL-RC
      IF WS-BT-HIST-SW(WS-BATCH-IX) = "Y"
        MOVE "POSTED" TO SL-RECON-STATUS
      ELSE
        MOVE "NO RUN" TO SL-RECON-STATUS
      END-IF
    END-IF.
    MOVE WS-BT-REJECT-COUNT(WS-BATCH-IX) TO SL-REJECTS.
    MOVE WS-BT-NEW-SUSP-COUNT(WS-BATCH-IX) TO SL-NEW-SUSP.
    MOVE WS-BT-AGED-SUSP-COUNT(WS-BATCH-IX) TO SL-AGED-SUSP.
    MOVE WS-BT-MANUAL-COUNT(WS-BATCH-IX) TO SL-MANUAL.
    MOVE WS-BT-ACK-RESULT(WS-BATCH-IX) TO SL-ACK-RESULT.
    MOVE WS-BT-RESULT-LEVEL(WS-BATCH-IX) TO WS-LEVEL-WK.
    PERFORM NAME-RESULT-LEVEL.
    MOVE WS-LEVEL-NAME TO SL-RESULT.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
      PERFORM WRITE-REPORT-HEADER
      PERFORM WRITE-SUMMARY-COL-HEADER
    END-IF.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM SUMMARY-BATCH-LINE.
    ADD 1 TO WS-LINE-COUNT.

  WRITE-SECTION-HEADER.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
      PERFORM WRITE-REPORT-HEADER
    END-IF.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM SECTION-HEADER-LINE.
    ADD 1 TO WS-LINE-COUNT.

  WRITE-ACTION-LINE.
    IF WS-ACTION-LEVEL = 8
      MOVE "*RED*" TO AL-LEVEL
    ELSE
      MOVE "*AMBER*" TO AL-LEVEL
    END-IF.
    MOVE WS-ACTION-TEXT TO AL-TEXT.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
      PERFORM WRITE-REPORT-HEADER
    END-IF.
    MOVE SPACES TO PRINT-RECORD.
    WRITE PRINT-RECORD FROM ACTION-LINE.
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
