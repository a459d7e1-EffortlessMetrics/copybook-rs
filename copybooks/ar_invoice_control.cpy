      *> Accounts-receivable invoicing control - the single record
      *> carrying the last customer invoice number issued, so
      *> numbering runs on unbroken from one invoicing run to the next.
       01  AR-INVOICE-CONTROL.
           05  ARC-LAST-INVOICE-NUMBER  PIC 9(8).
           05  ARC-LAST-RUN-DATE        PIC 9(8).
