      *> CBFPRT - TRANSEDT duplicate-card fingerprint record (DUPFPRT
      *> KSDS). The key is the fingerprint itself: the card's add and
      *> subtract amounts, D4/D5 values and account code, so one
      *> keyed read tells TRANSEDT whether the same posting has been
      *> accepted before. Every normal detail posting TRANSEDT passes
      *> adds or refreshes its fingerprint with the run date, batch-id
      *> and sequence number it was accepted under - its place on the
      *> VALIDOUT file, which is the sequence number MATH gives it, so
      *> HELDUPD can tell a returned held card's own fingerprint and
      *> drop it, leaving the resubmitted batch free of the DUP edit.
      *> FP-LAST-DATE is the latest run date the fingerprint was
      *> accepted on and FP-PRIOR-DATE the run date before that, so
      *> a same-day rerun of the edit still judges a card against the
      *> earlier day that made it a duplicate rather than against its
      *> own first pass. Only earlier run dates count: the same card
      *> twice in one day's file is not a cross-day repeat.
      *> The file rolls: at the end of each run TRANSEDT deletes the
      *> fingerprints last seen longer ago than the widest duplicate
      *> window on the edit-rule file.
   01 FINGERPRINT-RECORD.
    03 FP-KEY.
     05 FP-ADD-AMOUNT PIC 9(5).
     05 FP-SUB-AMOUNT PIC 9(5).
     05 FP-D4-VALUE PIC 9(5).
     05 FP-D5-VALUE PIC 9(5).
     05 FP-ACCOUNT-CODE PIC X(8).
    03 FP-LAST-DATE PIC 9(8).
    03 FP-PRIOR-DATE PIC 9(8).
    03 FP-LAST-BATCH-ID PIC X(8).
    03 FP-LAST-SEQ-NO PIC 9(7).
    03 FILLER PIC X(1) VALUE SPACES.
