      *> CBHLDMN - HELDUPD release/return card (MAINTIN).
      *> Names one held batch by its batch-id and the run date MATH
      *> held it on (both shown on the HELDRPT listing) and says what
      *> the supervisor wants done with it:
      *>   R  release - MATH posts the batch on its next run, on the
      *>      figures it actually counted from the cards
      *>   X  return - the batch's cards are written back out to the
      *>      submitter on HELDRTN and nothing is posted
      *> The supervisor's own ID is required on every card and is
      *> stamped on the held batch's control record. A return must
      *> give a reason for the submitter; on a release the reason is
      *> an optional note.
   01 HELD-MAINT-CARD.
    03 HMN-BATCH-ID PIC X(8).
    03 HMN-HELD-DATE PIC X(8).
    03 HMN-ACTION PIC X(1).
       88 HMN-ACTION-RELEASE VALUE "R".
       88 HMN-ACTION-RETURN VALUE "X".
    03 HMN-SUPERVISOR-ID PIC X(8).
    03 HMN-REASON PIC X(20).
