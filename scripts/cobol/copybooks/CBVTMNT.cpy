      *> CBVTMNT - VTHRUPD maintenance card (MAINTIN).
      *> Columns 1-37 mirror the CBVTHR record the card maintains;
      *> the numeric fields are typed X so the edit can test them
      *> NUMERIC before anything touches the VARTHRSH file. Column
      *> 38 carries the action code:
      *>   blank or U  add the batch-id, or update it if it exists
      *>   D           delete the batch-id (other columns ignored;
      *>               the batch goes back to the built-in default)
      *> Every card is validated before it is applied: non-blank
      *> batch-id, a norm of 01-12 months, and nine numeric percent
      *> limits (000 = do not check that D value).
   01 VAR-THRESHOLD-MAINT-CARD.
    03 VTM-BATCH-ID PIC X(8).
    03 VTM-NORM-MONTHS PIC X(2).
    03 VTM-PCT-LIMITS.
     05 VTM-PCT-LIMIT PIC X(3) OCCURS 9 TIMES.
    03 VTM-ACTION PIC X(1).
       88 VTM-ACTION-UPDATE VALUE " ", "U".
       88 VTM-ACTION-DELETE VALUE "D".
