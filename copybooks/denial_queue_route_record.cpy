      *> Denial work-queue route - the queue a denial of one category
      *> from one payer is worked in. A '******' payer routes the
      *> category for every payer without a row of its own.
       01  DENIAL-QUEUE-ROUTE-RECORD.
           05  DQR-CATEGORY             PIC X(2).
           05  DQR-INSURANCE-CODE       PIC X(6).
           05  DQR-QUEUE-ID             PIC X(8).
