      *> Buyer hold queue line - a vendor invoice line that failed
      *> the three-way match, with why and what the PO line and
      *> receipts actually say, for the buyer to resolve with the
      *> vendor before the invoice is resubmitted.
       01  INVOICE-HOLD-LINE.
           05  IHL-VENDOR-ID            PIC 9(6).
           05  IHL-INVOICE-NUMBER       PIC X(15).
           05  IHL-INVOICE-LINE         PIC 9(3).
           05  IHL-INVOICE-DATE         PIC 9(8).
           05  IHL-PO-NUMBER            PIC 9(8).
           05  IHL-PO-LINE-NUMBER       PIC 9(3).
           05  IHL-ITEM-CODE            PIC X(5).
           05  IHL-INVOICED-QTY         PIC 9(7).
           05  IHL-UNIT-PRICE           PIC 9(7)V9(4).
           05  IHL-HOLD-REASON          PIC X(2).
               88  IHL-NO-PO-LINE       VALUE 'NP'.
               88  IHL-WRONG-VENDOR     VALUE 'WV'.
               88  IHL-WRONG-ITEM       VALUE 'WI'.
               88  IHL-PRICE-VARIANCE   VALUE 'PV'.
               88  IHL-QTY-VARIANCE     VALUE 'QV'.
               88  IHL-DUPLICATE        VALUE 'DU'.
               88  IHL-VENDOR-UNKNOWN   VALUE 'VU'.
           05  IHL-PO-UNIT-PRICE        PIC 9(7)V9(4).
           05  IHL-RECEIVED-QTY         PIC 9(7).
           05  IHL-PRIOR-INVOICED-QTY   PIC 9(7).
           05  IHL-HOLD-DATE            PIC 9(8).
