      *> Customer invoice line - one per shipped order line billed,
      *> under the invoice number the run gave that order's newly
      *> shipped lines, for the invoice print and mail step.
       01  CUSTOMER-INVOICE-LINE.
           05  CIL-INVOICE-NUMBER       PIC 9(8).
           05  CIL-INVOICE-DATE         PIC 9(8).
           05  CIL-DUE-DATE             PIC 9(8).
           05  CIL-CUSTOMER-ID          PIC 9(10).
           05  CIL-ORDER-ID             PIC X(12).
           05  CIL-LINE-NUMBER          PIC 9(3).
           05  CIL-PRODUCT-CODE         PIC X(12).
           05  CIL-QUANTITY             PIC 9(6).
           05  CIL-UNIT-PRICE           PIC 9(6)V99.
           05  CIL-LINE-TOTAL           PIC 9(8)V99.
           05  CIL-TAX-AMOUNT           PIC 9(6)V99.
           05  CIL-DISCOUNT-AMOUNT      PIC 9(6)V99.
           05  CIL-BILLED-AMOUNT        PIC 9(9)V99.
           05  CIL-SHIP-DATE            PIC 9(8).
           05  CIL-TRACKING-NUM         PIC X(20).
