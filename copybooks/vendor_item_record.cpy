      *> Vendor-item source reference - which vendor supplies each
      *> item; the purchase-order build sources suggestions through
      *> it, with the vendor's quoted unit price.
       01  VENDOR-ITEM-RECORD.
           05  VIM-ITEM-CODE            PIC X(5).
           05  VIM-VENDOR-ID            PIC 9(6).
           05  VIM-UNIT-PRICE           PIC 9(7)V9(4).
