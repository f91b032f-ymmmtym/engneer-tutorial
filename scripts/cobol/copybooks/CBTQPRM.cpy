      *>               to match the stamped lines (blank = select by
      *>               batch-id only)
      *>   cols  8-15  batch-id (blank = select by sequence number
      *>               only)
   01 TQ-PARM-RECORD.
    03 TQ-SEQ-NO PIC X(7).
    03 TQ-BATCH-ID PIC X(8).
