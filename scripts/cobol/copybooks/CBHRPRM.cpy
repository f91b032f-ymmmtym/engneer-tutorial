      *>   cols  1- 8  report from run-date (inclusive)
      *>   cols  9-16  report to run-date (inclusive)
      *>   cols 17-24  batch-id filter (blank = all batches)
      *>   col  25     HISTLOAD only: W = the target is a work copy
      *>               of the history file, so months closed on the
      *>               period control file may be reloaded into it;
      *>               blank = refuse the reload if any month in the
      *>               range is closed. HISTRPT ignores it.
   01 HRPT-PARM-RECORD.
    03 HRPT-FROM-DATE PIC 9(8).
    03 HRPT-TO-DATE PIC 9(8).
    03 HRPT-BATCH-ID PIC X(8).
    03 HRPT-TARGET PIC X(1).
       88 HRPT-WORK-TARGET VALUE "W".
    03 FILLER PIC X(55).
