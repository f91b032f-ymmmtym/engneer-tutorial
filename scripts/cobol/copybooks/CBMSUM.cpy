      *> year-to-date line is built: MONTHSUM reads the batch-id's
      *> records from January of the statement year through the
      *> statement month and sums them.
      *> Month 00 (key YYYY00) holds the annual summary the PRDCLOSE
      *> year-end close writes once all twelve months are closed:
      *> the year's runs, D totals and D9 range per batch-id, summed
      *> from its monthly records.
      *> MSUM-BUSINESS-DAYS is the number of business days in the
      *> month on the CALENDAR file when MONTHSUM built the record
      *> (the year's business days on an annual record), so the runs
      *> can be set against the days there should have been runs on.
      *> Records built before it was carried hold spaces there.
      *> The D totals are signed, since D1-D3 can run negative for a
      *> net credit batch; positive totals written before the sign
      *> was added read back unchanged.
   01 MONTH-SUMMARY-RECORD.
    03 MSUM-KEY.
     05 MSUM-MONTH PIC 9(6).
     05 MSUM-BATCH-ID PIC X(8).
    03 MSUM-RUN-COUNT PIC 9(5).
    03 MSUM-D-TOTALS.
     05 MSUM-D-TOTAL PIC S9(9) OCCURS 9 TIMES.
    03 MSUM-D9-HIGH PIC 9(5).
    03 MSUM-D9-LOW PIC 9(5).
    03 MSUM-BUSINESS-DAYS PIC 9(3).
    03 FILLER PIC X(7) VALUE SPACES.
