      *> Critical-path projection request block - the parameter area
      *> OPERCONS passes to CRITPATH. The caller gives the business
      *> date, the as-of timestamp the projection runs from and,
      *> optionally, the one deadline job to project (spaces project
      *> every deadline on the reference); the deadlines checked, the
      *> number projected late and the worst slack come back. A
      *> missing deadline reference returns with the degraded code.
       01  CRITICAL-PATH-REQUEST.
           05  CPR-BUSINESS-DATE        PIC 9(8).
           05  CPR-AS-OF-TS             PIC 9(14).
           05  CPR-DEADLINE-JOB         PIC X(8).
           05  CPR-DEADLINES-CHECKED    PIC 9(4).
           05  CPR-LATE-COUNT           PIC 9(4).
           05  CPR-WORST-SLACK          PIC S9(5).
           05  CPR-RETURN-CODE          PIC X(1).
               88  CPR-PROJECTED-OK     VALUE '0'.
               88  CPR-NO-DEADLINES     VALUE '1'.
