      *> Decision review worklist line - one automated decision put
      *> in front of a reviewer by a human-review request, with what
      *> the rule saw and why it decided, and the rights-register due
      *> date the answer is owed by.
       01  DECISION-REVIEW-LINE.
           05  DRL-REQUEST-ID           PIC 9(10).
           05  DRL-DUE-DATE             PIC 9(8).
           05  DRL-DATA-SUBJECT-ID      PIC 9(12).
           05  DRL-PROGRAM-ID           PIC X(8).
           05  DRL-DECISION-DATE        PIC 9(8).
           05  DRL-REFERENCE            PIC X(16).
           05  DRL-DECISION-CODE        PIC X(2).
           05  DRL-CREDIT-SCORE         PIC 9(3).
           05  DRL-UTILIZATION-PCT      PIC 9(3).
           05  DRL-RISK-PROFILE         PIC X(1).
           05  DRL-OLD-VALUE            PIC S9(13)V9(4).
           05  DRL-NEW-VALUE            PIC S9(13)V9(4).
           05  DRL-REASON-CODES         PIC X(8).
