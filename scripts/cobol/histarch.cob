       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HIST-KEY
       FILE STATUS IS WS-HIST-STATUS.
     SELECT PERIOD-CONTROL-FILE ASSIGN TO PERIODCT
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PRD-MONTH
       FILE STATUS IS WS-PRD-STATUS.
     SELECT ARCHIVE-FILE ASSIGN TO ARCHOUT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ARCH-STATUS.
     RECORD CONTAINS 96 CHARACTERS.
     COPY CBHIST.

   FD PERIOD-CONTROL-FILE
     RECORD CONTAINS 40 CHARACTERS.
     COPY CBPERD.

   FD ARCHIVE-FILE
     RECORD CONTAINS 96 CHARACTERS.
    01 ARCHIVE-RECORD PIC X(96).
   01 WS-HIST-STATUS PIC XX VALUE "00".
   01 WS-ARCH-STATUS PIC XX VALUE "00".
   01 WS-PRINT-STATUS PIC XX VALUE "00".
   01 WS-PRD-STATUS PIC XX VALUE "00".
   01 WS-PERIOD-FILE-SW PIC X VALUE "N".
      88 WS-PERIOD-FILE-OPEN VALUE "Y".
   01 WS-PARM-CARD-READ-SW PIC X VALUE "N".
      88 WS-PARM-CARD-READ VALUE "Y".
   01 WS-HIST-EOF-SW PIC X VALUE "N".
   01 WS-KEPT-COUNT PIC 9(7) VALUE 0.
   01 WS-ARCHIVED-COUNT PIC 9(7) VALUE 0.
   01 WS-DELETED-COUNT PIC 9(7) VALUE 0.
   01 WS-KEPT-OPEN-COUNT PIC 9(7) VALUE 0.
   01 WS-KEPT-PART-COUNT PIC 9(7) VALUE 0.
   01 WS-HIST-MONTH PIC 9(6) VALUE 0.
   01 WS-MONTH-END-DATE PIC 9(8) VALUE 0.
   01 WS-PRD-LAST-MONTH PIC 9(6) VALUE 0.
   01 WS-PRD-LAST-STATUS PIC X VALUE "O".
      88 WS-PRD-MONTH-CLOSED VALUE "C".

   01 WS-RUN-DATE-TIME.
    03 WS-RUN-DATE.
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF.
    OPEN INPUT PERIOD-CONTROL-FILE.
    EVALUATE WS-PRD-STATUS
      WHEN "00"
        SET WS-PERIOD-FILE-OPEN TO TRUE
      WHEN "35"
        CONTINUE
      WHEN OTHER
        DISPLAY "HISTARCH: unable to open PERIOD-CONTROL-FILE, status "
            WS-PRD-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-EVALUATE.
    OPEN OUTPUT ARCHIVE-FILE.
    IF WS-ARCH-STATUS NOT = "00"
      DISPLAY "HISTARCH: unable to open ARCHIVE-FILE, status "

    PERFORM WRITE-ARCHIVE-SUMMARY.
    CLOSE HISTORY-FILE.
    IF WS-PERIOD-FILE-OPEN
      CLOSE PERIOD-CONTROL-FILE
    END-IF.
    CLOSE ARCHIVE-FILE.
    CLOSE PRINT-FILE.
    STOP RUN.
        ADD 1 TO WS-READ-COUNT
    END-READ.

      *> History leaves the file a whole accounting period at a
      *> time: a record is archived only when its month has been
      *> closed by finance and every day of the month is older than
      *> the cutoff, so each archive holds complete, final months
      *> and what stays behind is never a part month. Records past
      *> the cutoff that have to stay are counted by cause - the
      *> month is still open, or the month straddles the cutoff.
  PROCESS-HISTORY-RECORD.
    IF HIST-RUN-DATE < WS-CUTOFF-DATE
      DIVIDE HIST-RUN-DATE BY 100 GIVING WS-HIST-MONTH
      COMPUTE WS-MONTH-END-DATE = WS-HIST-MONTH * 100 + 31
      PERFORM LOOKUP-PERIOD-STATUS
      EVALUATE TRUE
        WHEN NOT WS-PRD-MONTH-CLOSED
          ADD 1 TO WS-KEPT-COUNT
          ADD 1 TO WS-KEPT-OPEN-COUNT
        WHEN WS-MONTH-END-DATE NOT < WS-CUTOFF-DATE
          ADD 1 TO WS-KEPT-COUNT
          ADD 1 TO WS-KEPT-PART-COUNT
        WHEN OTHER
          PERFORM ARCHIVE-AND-DELETE-RECORD
      END-EVALUATE
    ELSE
      ADD 1 TO WS-KEPT-COUNT
    END-IF.
    PERFORM READ-HISTORY-NEXT.

      *> The file is in run-date order, so the month only changes a
      *> dozen times a year's worth of records; it is read once per
      *> change.
  LOOKUP-PERIOD-STATUS.
    IF WS-HIST-MONTH NOT = WS-PRD-LAST-MONTH
      MOVE WS-HIST-MONTH TO WS-PRD-LAST-MONTH
      MOVE "O" TO WS-PRD-LAST-STATUS
      IF WS-PERIOD-FILE-OPEN
        MOVE WS-HIST-MONTH TO PRD-MONTH
        READ PERIOD-CONTROL-FILE
          INVALID KEY
            CONTINUE
          NOT INVALID KEY
            IF PRD-CLOSED
              MOVE "C" TO WS-PRD-LAST-STATUS
            END-IF
        END-READ
      END-IF
    END-IF.

  ARCHIVE-AND-DELETE-RECORD.
    MOVE SPACES TO ARCHIVE-RECORD.
    WRITE ARCHIVE-RECORD FROM HISTORY-RECORD.
    ADD 1 TO WS-LINE-COUNT.
    MOVE "RECS READ" TO RD-LABEL   MOVE WS-READ-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "RECS KEPT" TO RD-LABEL   MOVE WS-KEPT-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "KEPT OPEN PRD" TO RD-LABEL   MOVE WS-KEPT-OPEN-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "KEPT PART PRD" TO RD-LABEL   MOVE WS-KEPT-PART-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "RECS ARCHIVED" TO RD-LABEL   MOVE WS-ARCHIVED-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.
    MOVE "RECS DELETED" TO RD-LABEL   MOVE WS-DELETED-COUNT TO RD-VALUE   PERFORM WRITE-REPORT-LINE.

