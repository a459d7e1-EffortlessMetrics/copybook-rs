      *> Purchase-order line master - one row per PO line, built
      *> from the replenishment suggestions and drawn down by dock
      *> receipts until filled. The unit price is the vendor's quote
      *> at order time; receipts cost into inventory at it. The
      *> invoiced quantity is what vendor invoices have matched
      *> against the line so far.
       01  PURCHASE-ORDER-RECORD.
           05  POR-PO-KEY.
               10  POR-PO-NUMBER        PIC 9(8).
           05  POR-ORDER-DATE           PIC 9(8).
           05  POR-EXPECTED-DATE        PIC 9(8).
           05  POR-FINAL-RECEIPT-DATE   PIC 9(8).
           05  POR-UNIT-PRICE           PIC 9(7)V9(4).
           05  POR-INVOICED-QTY         PIC 9(7).
