      *> amount and TRANSACTION-TYPE to generate, how often it runs,
      *> the next date it is due, and the date it lapses. SORDGEN
      *> advances SOR-NEXT-RUN-DATE every time it generates the order.
      *> The counterparty routing number is kept for orders paid out
      *> by ACH, so a notification of change can correct it.
       01  STANDING-ORDER-RECORD.
           05  SOR-ORDER-ID             PIC 9(10).
           05  SOR-ORDER-STATUS         PIC X(1).
           05  SOR-NEXT-RUN-DATE        PIC 9(8).
           05  SOR-EXPIRY-DATE          PIC 9(8).
           05  SOR-LAST-GENERATED       PIC 9(8).
           05  SOR-COUNTERPARTY-ROUTING PIC X(9).
