      *> Critical-path projection line - a deadline line per
      *> deadline-bearing job with its projected finish against the
      *> deadline and the slack in minutes (negative is late), then
      *> one path line per step still to finish on the chain that
      *> drives that projection, latest first. Timestamps are
      *> YYYYMMDDHHMM; the state is the run-status outcome, with 'X'
      *> for a job the dependency reference loops back on.
       01  CRITICAL-PATH-LINE.
           05  CPL-BUSINESS-DATE        PIC 9(8).
           05  CPL-DEADLINE-JOB         PIC X(8).
           05  CPL-LINE-TYPE            PIC X(1).
               88  CPL-DEADLINE-LINE    VALUE 'D'.
               88  CPL-PATH-LINE        VALUE 'P'.
           05  CPL-JOB-NAME             PIC X(8).
           05  CPL-JOB-STATE            PIC X(1).
           05  CPL-MEDIAN-MINUTES       PIC 9(5).
           05  CPL-HISTORY-RUNS         PIC 9(2).
           05  CPL-PROJECTED-START      PIC 9(12).
           05  CPL-PROJECTED-FINISH     PIC 9(12).
           05  CPL-DEADLINE             PIC 9(12).
           05  CPL-SLACK-MINUTES        PIC S9(5).
