      *> Open-receivables master - one row per customer invoice,
      *> keyed customer first so a customer's whole exposure reads
      *> in one sweep. The open balance is the billed amount less
      *> credit memos netted against it and cash applied to it; an
      *> over-credit or overpayment leaves a credit balance, and the
      *> invoice closes when the balance reaches exactly zero.
       01  OPEN-RECEIVABLE-RECORD.
           05  ARO-RECEIVABLE-KEY.
               10  ARO-CUSTOMER-ID      PIC 9(10).
               10  ARO-INVOICE-NUMBER   PIC 9(8).
           05  ARO-ORDER-NUMBER         PIC 9(8).
           05  ARO-INVOICE-DATE         PIC 9(8).
           05  ARO-DUE-DATE             PIC 9(8).
           05  ARO-BILLED-AMOUNT        PIC 9(11)V99.
           05  ARO-CREDITED-AMOUNT      PIC 9(11)V99.
           05  ARO-PAID-AMOUNT          PIC 9(11)V99.
           05  ARO-OPEN-BALANCE         PIC S9(11)V99.
           05  ARO-ITEM-STATUS          PIC X(1).
               88  ARO-OPEN             VALUE 'O'.
               88  ARO-CLOSED           VALUE 'C'.
           05  ARO-LAST-ACTIVITY-DATE   PIC 9(8).
