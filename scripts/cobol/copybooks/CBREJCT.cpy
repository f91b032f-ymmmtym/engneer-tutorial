      *> and the card's input sequence number, so the business can
      *> locate, fix and resubmit the card the same morning instead of
      *> discovering it downstream on the MATH exception report.
      *> REJ-BATCH-ID is the batch the card was read under (the
      *> batch-id of the last good header record, or the PARMIN
      *> batch-id ahead of any header) and REJ-RUN-DATE the date of
      *> the edit, so the rejects can be counted against each
      *> batch's run on the OPSSUM morning operations summary.
      *>   REJ-REASON  ADD-NUM  TR-ADD-AMOUNT not numeric
      *>               SUB-NUM  TR-SUB-AMOUNT not numeric
      *>               D4-NUM   TR-D4-VALUE not numeric
      *>                        original-posting sequence number
      *>               REF-BID  reversal with a blank original-posting
      *>                        batch-id
      *>               ACCT-UNK account code blank or not on the
      *>                        CBACCT account master
      *>               ACCT-CLS account closed on the account master
      *>               DUP      amounts, D4/D5 and account repeat a
      *>                        card accepted on an earlier run date
      *>                        within the edit rule's duplicate
      *>                        window (severity W warns instead;
      *>                        a supervisor force passes it)
   01 REJECT-DETAIL.
    03 REJ-TRANS-IMAGE PIC X(80).
    03 REJ-REASON PIC X(8).
    03 REJ-SEQ-NO PIC 9(7).
    03 REJ-BATCH-ID PIC X(8).
    03 REJ-RUN-DATE PIC 9(8).
    03 FILLER PIC X(9) VALUE SPACES.
