      *> Adverse action notice - one unfavourable automated credit
      *> decision (a credit-line cut or a rate increase), with the
      *> principal reasons in order of significance for the notice the
      *> customer is owed, and their right to ask for a person to
      *> review it.
       01  ADVERSE-ACTION-NOTICE.
           05  AAN-DATA-SUBJECT-ID      PIC 9(12).
           05  AAN-CUSTOMER-NAME        PIC X(40).
           05  AAN-PROGRAM-ID           PIC X(8).
           05  AAN-DECISION-DATE        PIC 9(8).
           05  AAN-DECISION-CODE        PIC X(2).
           05  AAN-OLD-VALUE            PIC S9(13)V9(4).
           05  AAN-NEW-VALUE            PIC S9(13)V9(4).
           05  AAN-REASON OCCURS 4 TIMES.
               10  AAN-REASON-CODE      PIC X(2).
               10  AAN-REASON-TEXT      PIC X(40).
