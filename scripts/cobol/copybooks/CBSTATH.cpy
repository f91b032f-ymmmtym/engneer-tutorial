      *> batch-id (a VSAM record key must be contiguous); a rerun of
      *> the same run date and batch-id replaces its history entry,
      *> so the file always reflects the final outcome of each run.
      *> Read by the STATRPT monthly operations trend report and the
      *> OPSSUM morning operations summary.
   01 STAT-HIST-RECORD.
    03 STH-KEY.
     05 STH-RUN-DATE PIC 9(8).
