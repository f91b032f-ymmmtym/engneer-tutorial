      *> CBVTHR - variance threshold record (VARTHRSH KSDS), keyed by
      *> batch-id. Tells the VARCHK daily variance check how far a
      *> batch's D values may move from the batch's own norm before
      *> the run is flagged:
      *>   VTH-NORM-MONTHS  how many whole months before the run's
      *>                    month are averaged from the CBMSUM
      *>                    monthly summary records to make the
      *>                    norm (01-12)
      *>   VTH-PCT-LIMIT    one limit per D value, D1 through D9,
      *>                    as a whole percentage of the norm; a D
      *>                    value further from the norm than that
      *>                    is a variance. 000 leaves the D value
      *>                    unchecked for the batch.
      *> Maintained by the VTHRUPD utility. A batch-id with no
      *> threshold record is checked against the built-in default
      *> of a 3-month norm and 50 percent on every D value.
   01 VAR-THRESHOLD-RECORD.
    03 VTH-BATCH-ID PIC X(8).
    03 VTH-NORM-MONTHS PIC 9(2).
    03 VTH-PCT-LIMITS.
     05 VTH-PCT-LIMIT PIC 9(3) OCCURS 9 TIMES.
    03 FILLER PIC X(3) VALUE SPACES.
