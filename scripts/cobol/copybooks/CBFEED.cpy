      *> CBFEED - branch source feed record views (FEEDIN), read by
      *> FEEDMRG ahead of TRANSEDT. Each branch submission is one
      *> feed: a source header, the branch's detail cards in the
      *> normal CBTRANS layout, and a control trailer. Like the batch
      *> header and trailer they replace, the source header and
      *> control trailer are told apart from detail cards by column
      *> 21, and columns 1-20 are not used and should be punched as
      *> zeros.
      *>   source header    "S" in column 21, the branch's source id
      *>                    (cols 22-27), the date the branch made
      *>                    up the feed (cols 28-35, YYYYMMDD) and
      *>                    the branch's own reference for the
      *>                    submission (cols 36-45), all printed on
      *>                    the intake report for matching against
      *>                    the branch's covering note
      *>   control trailer  "C" in column 21, the number of detail
      *>                    cards in the feed (cols 22-28) and their
      *>                    D9 hash total, D4 + D5 summed over every
      *>                    card (cols 29-35) - the same figures, in
      *>                    the same columns, as a batch trailer
      *> A feed must not carry batch header or trailer cards of its
      *> own; FEEDMRG writes those itself, under the batch-id it
      *> assigns to the feed.
   01 FEED-RECORD PIC X(80).
   01 FEED-HEADER-REC.
    03 FILLER PIC X(20).
    03 FH-RECORD-TYPE PIC X(1).
       88 FH-SOURCE-HEADER VALUE "S".
       88 FH-CONTROL-TRAILER VALUE "C".
    03 FH-SOURCE-ID PIC X(6).
    03 FH-FEED-DATE PIC X(8).
    03 FH-FEED-REF PIC X(10).
    03 FILLER PIC X(35).
   01 FEED-TRAILER-REC.
    03 FILLER PIC X(21).
    03 FC-REC-COUNT PIC 9(7).
    03 FC-D9-HASH-TOTAL PIC 9(7).
    03 FILLER PIC X(45).
