      *> Rights routing line - a registered request handed to its
      *> fulfillment program's intake, carrying the register ID so
      *> completion posts back against the right clock.
      *> DECISION-PROGRAM carries the intake's deciding program on a
      *> human-review request.
       01  RIGHTS-ROUTING-LINE.
           05  RRT-REQUEST-ID           PIC 9(10).
           05  RRT-DATA-SUBJECT-ID      PIC 9(12).
           05  RRT-RIGHT-EXERCISED      PIC X(2).
           05  RRT-ROUTED-PROGRAM       PIC X(8).
           05  RRT-DUE-DATE             PIC 9(8).
           05  RRT-DECISION-PROGRAM     PIC X(8).
