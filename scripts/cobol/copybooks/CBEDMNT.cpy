      *> 33 carries the action code:
      *>   blank or U  add the run type, or update it if it exists
      *>   D           delete the run type (rule columns ignored)
      *> Columns 34-36 carry the duplicate window in days and column
      *> 37 its severity; they follow the action code so cards
      *> punched before the duplicate edit existed still read the
      *> same. Blank days apply the 5-day default, 000 switches the
      *> duplicate check off.
      *> Every card is validated before it is applied: non-blank run
      *> type, numeric non-zero limits (a zero limit would breach on
      *> every card), and each severity punched R, W or blank (blank
      *> is applied as R, the reject-as-before default); the window
      *> must be numeric or blank.
   01 EDIT-MAINT-CARD.
    03 EMN-RUN-TYPE PIC X(8).
    03 EMN-ADD-LIMIT PIC X(5).
    03 EMN-ACTION PIC X(1).
       88 EMN-ACTION-UPDATE VALUE " ", "U".
       88 EMN-ACTION-DELETE VALUE "D".
    03 EMN-DUP-DAYS PIC X(3).
    03 EMN-DUP-SEVERITY PIC X(1).
