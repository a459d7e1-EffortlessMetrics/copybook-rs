      *> Lineage generation master - one row per program per run
      *> date, counting how many times that stage has run for the
      *> date, so a rerun's lineage events are told apart from the
      *> first run's.
       01  LINEAGE-GENERATION-RECORD.
           05  LGN-GENERATION-KEY.
               10  LGN-PROGRAM          PIC X(8).
               10  LGN-RUN-DATE         PIC 9(8).
           05  LGN-GENERATION           PIC 9(3).
           05  LGN-LAST-RUN-TS          PIC 9(14).
