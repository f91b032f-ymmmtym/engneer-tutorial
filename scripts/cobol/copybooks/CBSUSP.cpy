      *> next run's TRANSIN instead of being re-keyed by hand from the
      *> printed exception report.
      *>   SUSP-REASON  SIZE-ADD  group ADD to D1/D2/D3 truncated
      *>                SIZE-SUB  group SUBTRACT from D1/D2 would
      *>                          take a net credit past -99999
      *>                SIZE-DIV  DIVIDE D4 BY D5 failed
      *>                SIZE-MUL  MULTIPLY D4 BY D5 overflowed
      *>                SIZE-CMP  COMPUTE of D9 overflowed
      *>                          posting-register record
      *>                REV-DUP   reversal of an original already
      *>                          reversed
      *>                REV-CLSD  reversal of an original posted in a
      *>                          month closed on the period control
      *>                          file (CBPERD)
      *>   SUSP-SEQ-NO  sequence number of the record in the input it
      *>                came from; preserved when an item recycles
      *>   SUSP-BATCH-ID  batch the item was first suspended under;
