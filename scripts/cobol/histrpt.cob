   01 WS-RUNS-SELECTED PIC 9(7) VALUE 0.
   01 WS-D-IX PIC 9(3) VALUE 0.
   01 WS-DELTA PIC S9(6) VALUE 0.
   01 WS-AVG PIC S9(5) VALUE 0.

      *> D1-D3 are signed on the history record (a net credit batch
      *> carries negative totals), so the work fields, statistics and
      *> printed columns all carry a sign.
   01 WS-D-VALUES.
    03 WS-D-VALUE PIC S9(5) OCCURS 9 TIMES.
   01 WS-PREV-VALUES.
    03 WS-PREV-VALUE PIC S9(5) OCCURS 9 TIMES.

   01 WS-D-NAMES PIC X(18) VALUE "D1D2D3D4D5D6D7D8D9".
   01 WS-D-NAME-TABLE REDEFINES WS-D-NAMES.

   01 WS-STAT-TABLE.
    03 WS-STAT-ENTRY OCCURS 9 TIMES.
     05 WS-STAT-MIN PIC S9(5).
     05 WS-STAT-MAX PIC S9(5).
     05 WS-STAT-SUM PIC S9(12).

   01 WS-RUN-DATE-TIME.
    03 WS-RUN-DATE.

   01 REPORT-COL-HEADER.
    03 FILLER PIC X(24) VALUE "RUN-DATE BATCH-ID TIME  ".
    03 FILLER PIC X(63) VALUE
       "     D1     D2     D3     D4     D5     D6     D7     D8     D9".
    03 FILLER PIC X(13) VALUE "   C1  C2  C3".

   01 HIST-RPT-LINE.
    03 HRL-RUN-TIME PIC X(6).
    03 HRL-D-ENTRY OCCURS 9 TIMES.
     05 FILLER PIC X(1) VALUE SPACE.
     05 HRL-D-VALUE PIC -(5)9.
    03 FILLER PIC X(2) VALUE SPACES.
    03 HRL-C1 PIC ZZ9.
    03 FILLER PIC X(1) VALUE SPACE.
   01 HIST-DELTA-LINE.
    03 FILLER PIC X(24) VALUE "  DAY-OVER-DAY DELTA    ".
    03 HDL-D-ENTRY OCCURS 9 TIMES.
     05 HDL-D-VALUE PIC -(6)9.

   01 HIST-STAT-LINE.
    03 HSL-FIELD PIC X(2).
    03 FILLER PIC X(6) VALUE "  MIN=".
    03 HSL-MIN PIC -(5)9.
    03 FILLER PIC X(6) VALUE "  MAX=".
    03 HSL-MAX PIC -(5)9.
    03 FILLER PIC X(6) VALUE "  AVG=".
    03 HSL-AVG PIC -(5)9.

   01 REPORT-TEXT-LINE.
    03 RT-LABEL PIC X(15).

  INIT-STAT-TABLE.
    MOVE 99999 TO WS-STAT-MIN(WS-D-IX).
    MOVE -99999 TO WS-STAT-MAX(WS-D-IX).
    MOVE ZERO TO WS-STAT-SUM(WS-D-IX).

  START-HISTORY-FILE.
