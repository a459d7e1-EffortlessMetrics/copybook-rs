      *> Operator console request - an inquiry or a controlled
      *> override against the run-status master. Every override
      *> carries the operator identity and a reason; inquiries need
      *> neither. A projection request names the one deadline job to
      *> project, or leaves the job blank for every deadline.
       01  OPERATOR-REQUEST-RECORD.
           05  OPQ-ACTION-CODE          PIC X(1).
               88  OPQ-INQUIRE-JOB      VALUE 'I'.
               88  OPQ-HOLD-JOB         VALUE 'H'.
               88  OPQ-RELEASE-JOB      VALUE 'L'.
               88  OPQ-RESTART-SEQUENCE VALUE 'R'.
               88  OPQ-PROJECT-WINDOW   VALUE 'P'.
           05  OPQ-JOB-NAME             PIC X(8).
           05  OPQ-OPERATOR-ID          PIC X(8).
           05  OPQ-REASON               PIC X(20).
