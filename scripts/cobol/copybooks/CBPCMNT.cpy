      *> CBPCMNT - PRDCLOSE period close card (MAINTIN).
      *>   cols  1- 4  year YYYY
      *>   cols  5- 6  month MM (01-12); blank on a year-end card
      *>   col   7     action:
      *>                 C  close the month - only after a MONTHSUM
      *>                    run dated after month end, and after
      *>                    any reopen
      *>                 O  reopen a closed month (refused once the
      *>                    year has been closed)
      *>                 Y  year-end close - every month of the year
      *>                    must already be closed
      *>   cols  8-15  supervisor ID (required on every card)
   01 PERIOD-CLOSE-CARD.
    03 PCC-PERIOD.
     05 PCC-YEAR PIC X(4).
     05 PCC-MONTH PIC X(2).
    03 PCC-ACTION PIC X(1).
       88 PCC-ACTION-CLOSE VALUE "C".
       88 PCC-ACTION-REOPEN VALUE "O".
       88 PCC-ACTION-YEAR-END VALUE "Y".
    03 PCC-SUPERVISOR-ID PIC X(8).
