      *> Unapplied cash line - a customer credit on TRANIN whose
      *> invoice reference does not find an open receivable for that
      *> customer, left for the cash desk to research and apply.
       01  AR-UNAPPLIED-CASH-LINE.
           05  ARU-TRANSACTION-ID       PIC 9(12).
           05  ARU-CUSTOMER-ID          PIC 9(12).
           05  ARU-INVOICE-REFERENCE    PIC X(32).
           05  ARU-AMOUNT               PIC S9(13)V99.
           05  ARU-PROCESSING-DATE      PIC 9(8).
           05  ARU-REASON               PIC X(2).
               88  ARU-NOT-ON-MASTER    VALUE 'NF'.
               88  ARU-BAD-REFERENCE    VALUE 'BR'.
