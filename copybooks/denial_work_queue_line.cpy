      *> Denial work-queue line - one line per case still being
      *> worked, under the queue it routed to, with the days left
      *> before the payer's appeal window closes.
       01  DENIAL-WORK-QUEUE-LINE.
           05  DWQ-QUEUE-ID             PIC X(8).
           05  DWQ-CONTROL-NUMBER       PIC 9(9).
           05  DWQ-LINE-NUMBER          PIC 9(3).
           05  DWQ-INSURANCE-CODE       PIC X(6).
           05  DWQ-PATIENT-ID           PIC X(12).
           05  DWQ-CATEGORY             PIC X(2).
           05  DWQ-REASON-CODE          PIC X(5).
           05  DWQ-STATUS               PIC X(1).
           05  DWQ-DENIED-AMOUNT        PIC S9(11)V99.
           05  DWQ-APPEAL-DEADLINE      PIC 9(8).
           05  DWQ-DAYS-REMAINING       PIC S9(5).
