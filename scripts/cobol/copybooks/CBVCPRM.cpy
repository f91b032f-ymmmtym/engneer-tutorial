      *> CBVCPRM - VARCHK parameter card (PARMIN).
      *> Names the run date whose run-history records are checked
      *> against their batches' monthly norms. The card is optional:
      *> the step that follows MATH in MATHPROC runs without one and
      *> checks today's run date; punch a date to re-check an
      *> earlier day.
      *>   cols  1- 8  run date YYYYMMDD (blank = today)
   01 VCHK-PARM-RECORD.
    03 VCHK-RUN-DATE PIC X(8).
    03 FILLER PIC X(72).
