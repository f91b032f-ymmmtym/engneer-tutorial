      *> CBACCT - account / cost-center master record (ACCTMAST
      *> KSDS), keyed by account code. Every TRANSIN detail card
      *> names the account its amounts belong to (TR-ACCOUNT-CODE,
      *> copybook CBTRANS); TRANSEDT rejects a card whose account is
      *> not on this file (ACCT-UNK) or is closed (ACCT-CLS), and
      *> MATH splits each batch's D1/D3 totals by account so finance
      *> can allocate them without re-keying.
      *>   ACCT-STATUS  A = open, postings accepted
      *>                C = closed, postings rejected by TRANSEDT
      *> An account is closed rather than deleted once it has
      *> postings, so the history it carries stays explainable.
      *> Maintained by the ACCTUPD utility, which stamps the date of
      *> the last change in ACCT-MAINT-DATE.
   01 ACCOUNT-MASTER-RECORD.
    03 ACCT-CODE PIC X(8).
    03 ACCT-NAME PIC X(30).
    03 ACCT-STATUS PIC X(1).
       88 ACCT-OPEN VALUE "A".
       88 ACCT-CLOSED VALUE "C".
    03 ACCT-MAINT-DATE PIC 9(8).
    03 FILLER PIC X(13) VALUE SPACES.
