      *> Term-deposit notice line - the pre-maturity notice sent once
      *> per term, 30 days ahead of maturity, and the confirmation of
      *> what happened on the day: rolled into a new term, paid out,
      *> or withdrawn early with the forfeited-interest penalty.
       01  TERM-DEPOSIT-NOTICE-LINE.
           05  TDN-ACCOUNT-NUMBER       PIC 9(16).
           05  TDN-CUSTOMER-ID          PIC 9(12).
           05  TDN-NOTICE-DATE          PIC 9(8).
           05  TDN-NOTICE-TYPE          PIC X(1).
               88  TDN-PRE-MATURITY     VALUE 'N'.
               88  TDN-ROLLED-OVER      VALUE 'R'.
               88  TDN-PAID-OUT         VALUE 'P'.
               88  TDN-EARLY-WITHDRAWAL VALUE 'W'.
           05  TDN-MATURITY-DATE        PIC 9(8).
           05  TDN-PRINCIPAL            PIC 9(13)V99.
           05  TDN-RATE                 PIC S9(3)V9999.
           05  TDN-INTEREST-AMOUNT      PIC 9(13)V99.
           05  TDN-PENALTY-AMOUNT       PIC 9(13)V99.
           05  TDN-ROLLOVER-CODE        PIC X(1).
           05  TDN-LINKED-ACCOUNT       PIC 9(16).
           05  TDN-NEW-MATURITY-DATE    PIC 9(8).
           05  TDN-NEW-RATE             PIC S9(3)V9999.
