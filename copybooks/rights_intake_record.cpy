      *> Rights-request intake - one exercised data-subject right
      *> posted into the unified register, whichever channel
      *> received it. A human-review request against an automated
      *> decision (right AD) may name the deciding program; blank
      *> asks for review of every automated decision held on the
      *> subject.
       01  RIGHTS-INTAKE-RECORD.
           05  RIN-DATA-SUBJECT-ID      PIC 9(12).
           05  RIN-RIGHT-EXERCISED      PIC X(2).
               88  RIN-RESTRICTION      VALUE 'RP'.
               88  RIN-PORTABILITY      VALUE 'DP'.
               88  RIN-OBJECTION        VALUE 'OB'.
               88  RIN-AUTOMATED-DECISION VALUE 'AD'.
           05  RIN-RECEIVED-DATE        PIC 9(8).
           05  RIN-EXTENSION-FLAG       PIC X(1).
               88  RIN-EXTENDED         VALUE 'Y'.
           05  RIN-DECISION-PROGRAM     PIC X(8).
