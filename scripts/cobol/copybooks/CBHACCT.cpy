      *> CBHACCT - per-account subtotal history record (ACCTHIST
      *> KSDS), the companion to the CBHIST run-history record. MATH
      *> writes one record per account per batch as the batch
      *> closes, keyed by the same run date and batch-id as the
      *> batch's history record plus the account code, so a batch's
      *> subtotals are read back with one START on the history key.
      *> AHST-D1 is the account's share of the batch's signed net
      *> total D1 (D2 always equals D1) and AHST-D3 its share of the
      *> gross add total D3; across all of a batch's accounts they
      *> sum to the batch's HIST-D1 and HIST-D3. Cards posted
      *> without an account code (recycled suspense items from
      *> before account codes existed) are carried under *NONE*.
   01 ACCOUNT-HISTORY-RECORD.
    03 AHST-KEY.
     05 AHST-RUN-DATE PIC 9(8).
     05 AHST-BATCH-ID PIC X(8).
     05 AHST-ACCOUNT-CODE PIC X(8).
    03 AHST-REC-COUNT PIC 9(7).
    03 AHST-D1 PIC S9(7).
    03 AHST-D3 PIC S9(7).
    03 FILLER PIC X(5) VALUE SPACES.
