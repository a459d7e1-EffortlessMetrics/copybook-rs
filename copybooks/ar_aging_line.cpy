      *> Accounts-receivable aging line - per customer, the open
      *> balance spread by days past due at the business date:
      *> not yet due, 1-30, 31-60, 61-90 and over 90 days. Credit
      *> balances age with the invoice that carries them. Customer
      *> zero is the grand total.
       01  AR-AGING-LINE.
           05  AGL-AS-OF-DATE           PIC 9(8).
           05  AGL-CUSTOMER-ID          PIC 9(10).
           05  AGL-CUSTOMER-NAME        PIC X(30).
           05  AGL-OPEN-ITEMS           PIC 9(7).
           05  AGL-CURRENT              PIC S9(13)V99.
           05  AGL-DAYS-1-30            PIC S9(13)V99.
           05  AGL-DAYS-31-60           PIC S9(13)V99.
           05  AGL-DAYS-61-90           PIC S9(13)V99.
           05  AGL-DAYS-OVER-90         PIC S9(13)V99.
           05  AGL-TOTAL-OPEN           PIC S9(13)V99.
           05  AGL-CREDIT-LIMIT         PIC S9(13)V99.
