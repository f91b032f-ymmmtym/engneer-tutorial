      *>   HIST-CONTROL-STATUS  M = batch controls matched trailer
      *>                        X = batch controls mismatched
      *>                        N = not checked (no trailer record)
      *>                        R = released from the held-batch
      *>                            queue by a supervisor and posted
      *>                            on the figures counted from its
      *>                            cards (see CBHELD)
      *>                        blank = record written by a release
      *>                                before these fields existed
      *> HIST-UNPOSTED-COUNT is how many of the HIST-REC-COUNT cards
      *> left no posting behind in the batch: reversals blocked by
      *> the register check and cards suspended by a size error, all
      *> of which the trailer still counts but which post nothing
      *> until they recycle. The POSTBAL balancing run takes them
      *> off the record count before proving it against the posting
      *> register. Records written before the field existed carry
      *> spaces there and read as zero.
      *> These let a restarted run carry a completed batch's results
      *> into the interface extract and control report without
      *> reprocessing its TRANSIN records.
      *> HIST-D1 through HIST-D3 are signed: a batch whose subtract
      *> amounts outrun its add amounts carries a net credit (a
      *> negative total). The sign rides in the zone of the last
      *> digit, so the record length and every offset are unchanged
      *> and records written before the fields were signed still
      *> read back as the positive figures they always were.
   01 HISTORY-RECORD.
    03 HIST-KEY.
     05 HIST-RUN-DATE PIC 9(8).
     05 HIST-BATCH-ID PIC X(8).
    03 HIST-RUN-TIME PIC 9(6).
    03 HIST-D1 PIC S99999.
    03 HIST-D2 PIC S99999.
    03 HIST-D3 PIC S99999.
    03 HIST-D4 PIC 99999.
    03 HIST-D5 PIC 99999.
    03 HIST-D6 PIC 99999.
    03 HIST-REC-COUNT PIC 9(7).
    03 HIST-D9-HASH PIC 9(7).
    03 HIST-CONTROL-STATUS PIC X(1).
    03 HIST-UNPOSTED-COUNT PIC 9(5).
