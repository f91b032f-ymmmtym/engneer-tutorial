      *>    0  clean run
      *>    4  exception lines were written to EXCPOUT
      *>    8  reconciliation mismatch, batch control failure,
      *>       accumulator overflow, a failed history write, the
      *>       duplicate-run stop (the stop still writes this record,
      *>       with zero counts and ST-RECON-STATUS "DUPLICATE"),
      *>       the closed-period stop (zero counts, "PRD CLOSED"), or
      *>       the non-business-day stop (zero counts, "NOT BUS DAY")
      *>   12  file open/IO failure, including the history file
      *> ST-RECON-STATUS carries MATCH, MISMATCH or NOT CHECKED from
      *> the record-count reconciliation, DUPLICATE on the
      *> duplicate-run stop, PRD CLOSED when the run date falls in
      *> a month closed on the period control file (a rerun
      *> override or restart of an old date), NOT BUS DAY when the
      *> run date is a weekend or holiday on the CALENDAR file and
      *> the parm card did not override it, or HIST FAILED when
      *> the history file could not be opened or written. BATCH
      *> HELD replaces MATCH or NOT CHECKED when one or more
      *> out-of-balance batches were parked on the held-batch queue
      *> instead of posting (the run ends 4: nothing wrong was
      *> posted, but a supervisor has to release or return the
      *> batch).
      *> The VARCHK variance check that follows MATH adds one more
      *> record in this layout behind MATH's own for every batch
      *> whose D values moved outside its norm: ST-RUN-TYPE and
      *> ST-RECON-STATUS VARIANCE, ST-RETURN-CODE 4, the batch's
      *> history record count in ST-REC-COUNT and the number of D
      *> values flagged in ST-EXCEPTION-COUNT. These alert records
      *> are not posted to STATHIST.
      *> MATH's own figures are also posted to the cumulative
      *> STATHIST run-status history KSDS in the key-first CBSTATH
      *> layout, where STATRPT trends them month over month.
   01 RUN-STATUS-RECORD.
    03 ST-RUN-DATE PIC 9(8).
    03 ST-START-TIME PIC 9(6).
