      *> CBPBPRM - POSTBAL parameter card (PARMIN).
      *> Selects the run-date window of batches the posting register
      *> is balanced against the run-history file for. Both dates
      *> are required, YYYYMMDD.
      *>   cols  1- 8  balance from run-date (inclusive)
      *>   cols  9-16  balance to run-date (inclusive)
   01 PBAL-PARM-RECORD.
    03 PBAL-FROM-DATE PIC 9(8).
    03 PBAL-TO-DATE PIC 9(8).
    03 FILLER PIC X(64).
