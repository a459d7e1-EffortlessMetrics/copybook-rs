      *> Billed-line register - one row per shipped order line the
      *> invoicing run has billed, keyed by the order's numeric value
      *> (as ORDBRIDG and the RMA side carry it) and line number, so
      *> a line is billed exactly once however often it reappears on
      *> the shipped feed, and a credit memo can find the invoice and
      *> customer the returned line was billed to.
       01  AR-BILLED-LINE-RECORD.
           05  ABL-BILLED-KEY.
               10  ABL-ORDER-NUMBER     PIC 9(8).
               10  ABL-LINE-NUMBER      PIC 9(3).
           05  ABL-ITEM-CODE            PIC X(5).
           05  ABL-CUSTOMER-ID          PIC 9(10).
           05  ABL-INVOICE-NUMBER       PIC 9(8).
           05  ABL-BILLED-AMOUNT        PIC 9(9)V99.
           05  ABL-BILLED-DATE          PIC 9(8).
