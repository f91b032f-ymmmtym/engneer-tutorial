      *> CBACMNT - ACCTUPD maintenance card (MAINTIN).
      *> Columns 1-39 mirror the CBACCT record the card maintains.
      *> Column 40 carries the action code:
      *>   blank or U  add the account, or update it if it exists
      *>   D           delete the account (other columns ignored)
      *> Every card is validated before it is applied: non-blank
      *> account code, a name on an add, and a status punched A, C
      *> or blank (blank keeps an existing account's status, and
      *> opens a new one). Close an account that has postings with
      *> status C instead of deleting it.
   01 ACCOUNT-MAINT-CARD.
    03 ACM-ACCOUNT-CODE PIC X(8).
    03 ACM-NAME PIC X(30).
    03 ACM-STATUS PIC X(1).
    03 ACM-ACTION PIC X(1).
       88 ACM-ACTION-UPDATE VALUE " ", "U".
       88 ACM-ACTION-DELETE VALUE "D".
