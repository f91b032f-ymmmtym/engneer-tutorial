      *> CBCLMNT - CALUPD calendar maintenance card (MAINTIN).
      *>   cols  1- 4  year YYYY
      *>   cols  5- 8  month and day MMDD; blank on a G or D card
      *>   col   9     action:
      *>                 G  generate the year - Monday-Friday business
      *>                    days, Saturday and Sunday W (refused if
      *>                    the year is already on file)
      *>                 H  mark the date a holiday
      *>                 B  mark the date a business day (a holiday
      *>                    withdrawn, or a weekend worked)
      *>                 W  mark the date a non-business day
      *>                 D  delete the year
      *>   cols 10-29  description, e.g. the holiday's name; printed
      *>               on the change report only
   01 CALENDAR-MAINT-CARD.
    03 CLM-DATE.
     05 CLM-YEAR PIC X(4).
     05 CLM-MONTH PIC X(2).
     05 CLM-DAY PIC X(2).
    03 CLM-ACTION PIC X(1).
       88 CLM-ACTION-GENERATE VALUE "G".
       88 CLM-ACTION-HOLIDAY VALUE "H".
       88 CLM-ACTION-BUSINESS VALUE "B".
       88 CLM-ACTION-NON-BUSINESS VALUE "W".
       88 CLM-ACTION-DELETE VALUE "D".
    03 CLM-DESCRIPTION PIC X(20).
