      *> Vendor invoice line - one billed line of a supplier invoice,
      *> naming the PO line it bills against, the quantity billed and
      *> the unit price charged.
       01  VENDOR-INVOICE-RECORD.
           05  VIV-VENDOR-ID            PIC 9(6).
           05  VIV-INVOICE-NUMBER       PIC X(15).
           05  VIV-INVOICE-LINE         PIC 9(3).
           05  VIV-INVOICE-DATE         PIC 9(8).
           05  VIV-PO-NUMBER            PIC 9(8).
           05  VIV-PO-LINE-NUMBER       PIC 9(3).
           05  VIV-ITEM-CODE            PIC X(5).
           05  VIV-INVOICED-QTY         PIC 9(7).
           05  VIV-UNIT-PRICE           PIC 9(7)V9(4).
