      *> CBCALN - business-day calendar record (CALENDAR KSDS), keyed
      *> by year. One record per year holds a type code for every
      *> day of the year, month by month, so a program that needs to
      *> know whether a date is a business day reads the year once
      *> and looks the day up:
      *>   B  business day
      *>   H  holiday (bank holiday - no processing)
      *>   W  weekend or other non-business day
      *>   blank  no such date (February 30, April 31 ...)
      *> Maintained by the CALUPD utility: a year is generated with
      *> Monday-Friday as business days and the weekends marked W,
      *> then holidays (and any working weekend) are set day by day.
      *> A year with no record - and a run with no CALENDAR file at
      *> all - falls back to Monday-Friday as the business days.
      *> MATH checks its run date against it, SUSPAGE ages suspense
      *> items in business days by it, and MONTHSUM counts each
      *> month's business days from it.
   01 CALENDAR-RECORD.
    03 CAL-YEAR PIC 9(4).
    03 CAL-MONTHS.
     05 CAL-MONTH OCCURS 12 TIMES.
      07 CAL-DAY-TYPE PIC X(1) OCCURS 31 TIMES.
         88 CAL-BUSINESS-DAY VALUE "B".
         88 CAL-HOLIDAY VALUE "H".
         88 CAL-NON-BUSINESS-DAY VALUE "W".
         88 CAL-NO-SUCH-DATE VALUE " ".
    03 FILLER PIC X(4) VALUE SPACES.
