      *> CBOSPRM - OPSSUM parameter card (PARMIN).
      *> Names the run date the morning operations summary covers
      *> and the two limits it judges the day by. The card is
      *> optional: without one the summary covers the last business
      *> day before today on the CALENDAR file (yesterday's cycle,
      *> Friday's on a Monday) with the default limits.
      *>   cols  1- 8  run date YYYYMMDD (blank = last business day)
      *>   cols  9-11  grace period in business days before a
      *>               missing finance acknowledgment is OVERDUE,
      *>               counted as the business days after the run
      *>               date up to today (blank = 001)
      *>   cols 12-14  business days a suspense item may stay open
      *>               before it counts as aged out (blank = 010,
      *>               the SUSPAGE "over 10" bucket)
   01 OSUM-PARM-RECORD.
    03 OSUM-RUN-DATE PIC X(8).
    03 OSUM-GRACE-DAYS PIC X(3).
    03 OSUM-AGE-LIMIT PIC X(3).
    03 FILLER PIC X(66).
