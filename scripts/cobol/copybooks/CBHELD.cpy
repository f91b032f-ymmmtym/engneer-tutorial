      *> CBHELD - held-batch queue record (HELDBAT KSDS). A batch whose
      *> detail cards do not reconcile to its trailer is parked here
      *> by MATH instead of being posted: nothing goes to the history
      *> file, the posting register or the interface extract until a
      *> supervisor acts on it with the HELDUPD utility. Keyed by the
      *> run date the batch was held on, its batch-id and a sequence
      *> number:
      *>   sequence 0    the batch's control record - the
      *>                 HELD-CONTROL-RECORD view below
      *>   sequence 1-n  one record per detail card, carrying the
      *>                 card image under the TRANSIN sequence number
      *>                 it arrived with
      *> HLC-STATUS  H = held, waiting for a supervisor
      *>             R = released - MATH posts it on its next run
      *>             P = posted by MATH after release
      *>             X = rejected and returned to the submitter
      *> The expected figures are the ones punched on the batch
      *> trailer, the actual ones those MATH counted from the cards.
      *> A released batch posts on the actual figures, under its own
      *> batch-id or - when the day's input already uses it - a
      *> substitute with the same source prefix; HLC-POST-BATCH-ID
      *> records which, so the batch can be traced on the history
      *> and posting register (spaces on records posted before it
      *> was kept). The detail records are deleted once the batch
      *> is posted or returned; the control record stays behind as
      *> the audit trail of who released or returned it and when.
   01 HELD-BATCH-RECORD.
    03 HLD-KEY.
     05 HLD-HELD-DATE PIC 9(8).
     05 HLD-BATCH-ID PIC X(8).
     05 HLD-SEQ-NO PIC 9(7).
    03 HLD-TRANS-IMAGE PIC X(80).
    03 FILLER PIC X(17).
   01 HELD-CONTROL-RECORD.
    03 FILLER PIC X(23).
    03 HLC-STATUS PIC X(1).
       88 HLC-HELD VALUE "H".
       88 HLC-RELEASED VALUE "R".
       88 HLC-POSTED VALUE "P".
       88 HLC-REJECTED VALUE "X".
    03 HLC-EXPECTED-COUNT PIC 9(7).
    03 HLC-ACTUAL-COUNT PIC 9(7).
    03 HLC-EXPECTED-HASH PIC 9(7).
    03 HLC-ACTUAL-HASH PIC 9(7).
    03 HLC-SUPERVISOR-ID PIC X(8).
    03 HLC-ACTION-DATE PIC 9(8).
    03 HLC-POST-DATE PIC 9(8).
    03 HLC-POST-BATCH-ID PIC X(8).
    03 HLC-REASON PIC X(20).
    03 FILLER PIC X(16).
