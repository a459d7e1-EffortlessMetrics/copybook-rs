      *> Carrier cut-off reference - the latest time of day (HHMM) a
      *> carrier's shipments must be picked and packed to make the
      *> day's collection.
       01  CARRIER-CUTOFF-RECORD.
           05  CCO-CARRIER-CODE         PIC X(4).
           05  CCO-CUTOFF-TIME          PIC 9(4).
