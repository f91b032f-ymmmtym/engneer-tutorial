      *> batch-ids recur day after day, and the duplicate-run guard
      *> only makes run-date plus batch-id unique per run. An item
      *> that suspends and later recycles keeps its original
      *> coordinates (carried on the CBSUSP record), so the entry
      *> the recycle that posts it makes sits under the same key,
      *> never under the recycle run's date.
      *> This is the record a reversal's reference columns (CBTRANS
      *> cols 23-45) are verified against: a reversal naming a key
      *> that is not here never posted and is suspended instead of
      *> suspends and recycles) and its sequence number - so the
      *> backout can be traced, and a rerun, restart or recycle
      *> replaying that same reversal recognizes its own stamp and
      *> re-applies instead of refusing. The reversal's batch-id -
      *> again the one it first entered under - is stamped beside
      *> them so the POSTBAL balancing run can net the backout out
      *> of the batch whose history totals it actually reduced.
      *> Entries reversed before the batch-id was stamped carry
      *> spaces there.
      *> Neither identity says where the amounts landed in the
      *> history totals: an item that suspends posts nothing until
      *> it recycles, and then into the recycle run's own batch. So
      *> each entry also carries the run date and batch-id its
      *> posting actually went into the D1-D3 totals under
      *> (PST-POST-DATE/PST-POST-BATCH-ID), and a reversal the run
      *> date and batch-id its backout did (PST-REV-POST-DATE/
      *> PST-REV-POST-BATCH). A reversal that matched its original
      *> but then suspended before backing it out carries zeros in
      *> PST-REV-POST-DATE until its recycle applies it. POSTBAL
      *> balances each batch on these; entries written before they
      *> existed carry spaces and are placed by the older fields.
      *>   PST-STATUS  P = posted, eligible for one reversal
      *>               V = reversed
   01 POSTING-REGISTER-RECORD.
       88 PST-REVERSED VALUE "V".
    03 PST-REVERSAL-DATE PIC 9(8).
    03 PST-REVERSAL-SEQ PIC 9(7).
    03 PST-REVERSAL-BATCH PIC X(8).
    03 PST-POST-DATE PIC 9(8).
    03 PST-POST-BATCH-ID PIC X(8).
    03 PST-REV-POST-DATE PIC 9(8).
    03 PST-REV-POST-BATCH PIC X(8).
    03 FILLER PIC X(11) VALUE SPACES.
