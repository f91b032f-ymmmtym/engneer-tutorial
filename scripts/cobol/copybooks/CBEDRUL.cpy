      *> startup for the run type on its PARMIN card. A run type
      *> with no rule record falls back to the built-in 90000/reject
      *> defaults, and the edit summary names the rule set applied.
      *> EDRL-DUP-DAYS is the cross-day duplicate window: a normal
      *> posting repeating one accepted within that many days before
      *> today is a DUP, judged under EDRL-DUP-SEVERITY (R or W as
      *> above). Zero switches the duplicate check off for the run
      *> type. A record written before these fields existed carries
      *> spaces there and edits under the built-in 5-day/reject
      *> default.
   01 EDIT-RULE-RECORD.
    03 EDRL-RUN-TYPE PIC X(8).
    03 EDRL-ADD-LIMIT PIC 9(5).
    03 EDRL-D4-SEVERITY PIC X(1).
    03 EDRL-D5-LIMIT PIC 9(5).
    03 EDRL-D5-SEVERITY PIC X(1).
    03 EDRL-DUP-DAYS PIC 9(3).
    03 EDRL-DUP-SEVERITY PIC X(1).
    03 FILLER PIC X(4) VALUE SPACES.
