      *> reversal of the same original. The date and sequence fields
      *> are typed X so the edit can test them NUMERIC. Normal
      *> postings leave all three blank.
      *> Columns 46-53 carry the account / cost-center code the
      *> card's amounts belong to (copybook CBACCT). TRANSEDT rejects
      *> a detail card whose account is blank, not on the account
      *> master or closed; MATH subtotals each batch by account.
      *> TRANSEDT also rejects (or warns on, per the edit rule) a
      *> normal posting whose amounts, D4/D5 values and account
      *> repeat a card accepted on an earlier run date within the
      *> rule's window - the DUP edit (copybook CBFPRT). When the
      *> repeat is genuine a supervisor punches F in column 54 and
      *> their own ID in columns 55-62 to force the card through;
      *> the forced card is listed on the edit report with the ID.
      *> A force flag without an ID forces nothing.
   01 TRANS-RECORD.
    03 TR-ADD-AMOUNT PIC 9(5).
    03 TR-SUB-AMOUNT PIC 9(5).
    03 TR-REF-RUN-DATE PIC X(8).
    03 TR-REF-SEQ-NO PIC X(7).
    03 TR-REF-BATCH-ID PIC X(8).
    03 TR-ACCOUNT-CODE PIC X(8).
    03 TR-FORCE-FLAG PIC X(1).
       88 TR-FORCE-REPEAT VALUE "F".
    03 TR-FORCE-SUPERVISOR PIC X(8).
    03 FILLER PIC X(18).
   01 TRANS-HEADER-REC.
    03 FILLER PIC X(21).
    03 BH-BATCH-ID PIC X(8).
