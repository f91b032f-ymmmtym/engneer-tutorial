      *> confirms each loaded detail record back on an
      *> acknowledgment file (copybook CBACK), which the ACKMATCH
      *> utility reconciles against the run-history records.
      *> IFD-D1 through IFD-D3 are signed zoned decimal, the sign in
      *> the zone of the last digit: a net credit batch loads as a
      *> negative figure, and positive figures are punched exactly
      *> as before, so the record layout is unchanged.
      *> Each batch's detail record is followed by one account
      *> subtotal record (type "A") per account the batch posted to,
      *> carrying that account's record count and its shares of D1
      *> and D3; a batch's account records sum to its detail
      *> record's D1 and D3. The trailer counts them separately in
      *> IFT-ACCT-COUNT, so IFT-BATCH-COUNT still counts batches.
   01 INTF-HEADER-REC.
    03 IFH-RECORD-TYPE PIC X(1).
    03 IFH-RUN-DATE PIC 9(8).
    03 IFD-RECORD-TYPE PIC X(1).
    03 IFD-BATCH-ID PIC X(8).
    03 IFD-D-VALUES.
     05 IFD-D1 PIC S9(5).
     05 IFD-D2 PIC S9(5).
     05 IFD-D3 PIC S9(5).
     05 IFD-D4 PIC 9(5).
     05 IFD-D5 PIC 9(5).
     05 IFD-D6 PIC 9(5).
    03 IFD-COUNTER3 PIC 9(3).
    03 IFD-RECON-STATUS PIC X(12).
    03 FILLER PIC X(5) VALUE SPACES.
   01 INTF-ACCOUNT-REC.
    03 IFA-RECORD-TYPE PIC X(1).
    03 IFA-BATCH-ID PIC X(8).
    03 IFA-ACCOUNT-CODE PIC X(8).
    03 IFA-REC-COUNT PIC 9(7).
    03 IFA-D1 PIC S9(7).
    03 IFA-D3 PIC S9(7).
    03 FILLER PIC X(42) VALUE SPACES.
   01 INTF-TRAILER-REC.
    03 IFT-RECORD-TYPE PIC X(1).
    03 IFT-BATCH-COUNT PIC 9(3).
    03 IFT-REC-COUNT PIC 9(7).
    03 IFT-D9-HASH-TOTAL PIC 9(7).
    03 IFT-ACCT-COUNT PIC 9(5).
    03 FILLER PIC X(57) VALUE SPACES.
