      *> Run-duration history - one row appended by SEQCTRL each time
      *> a step ends cleanly, carrying its start, end and elapsed
      *> minutes, so the batch-window projection can take a rolling
      *> median per program instead of someone's memory of how long
      *> the step usually runs.
       01  RUN-DURATION-RECORD.
           05  RDH-JOB-NAME             PIC X(8).
           05  RDH-BUSINESS-DATE        PIC 9(8).
           05  RDH-START-TS             PIC 9(14).
           05  RDH-END-TS               PIC 9(14).
           05  RDH-ELAPSED-MINUTES      PIC 9(5).
