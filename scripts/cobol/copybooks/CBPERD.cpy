      *> CBPERD - accounting period control record (PERIODCT KSDS),
      *> keyed by month. One record per month records whether
      *> finance has closed it, when MONTHSUM last consolidated it,
      *> and who last changed its status. MONTHSUM creates the
      *> month's record (open) the first time it runs for the month
      *> and stamps PRD-MSUM-DATE every run; the PRDCLOSE utility
      *> closes, reopens and year-ends. A month with no record is
      *> open. A record keyed YYYY00 marks the year closed: the
      *> year-end close has rolled the twelve monthly summaries into
      *> the annual summary and no month of the year may reopen.
      *> Once a month is closed nothing may change its figures:
      *> MONTHSUM will not rebuild it, MATH refuses to run under a
      *> run date in it and suspends any reversal of a posting dated
      *> in it (REV-CLSD), and HISTLOAD will not reload into it.
      *>   PRD-STATUS       O or blank = open, C = closed
      *>   PRD-MSUM-DATE    run date of the month's latest MONTHSUM
      *>                    run (zero = never consolidated)
      *>   PRD-STATUS-DATE  date of the last close/reopen (zero if
      *>                    the month has never been closed)
      *>   PRD-STATUS-BY    supervisor ID on that close/reopen card
   01 PERIOD-CONTROL-RECORD.
    03 PRD-MONTH PIC 9(6).
    03 PRD-STATUS PIC X(1).
       88 PRD-OPEN VALUE "O", " ".
       88 PRD-CLOSED VALUE "C".
    03 PRD-MSUM-DATE PIC 9(8).
    03 PRD-STATUS-DATE PIC 9(8).
    03 PRD-STATUS-BY PIC X(8).
    03 FILLER PIC X(9) VALUE SPACES.
