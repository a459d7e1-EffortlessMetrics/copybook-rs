      *> Card cycle statement snapshot - the official close of one
      *> card account's billing cycle, one row per RECORD-ID per cycle
      *> close date. Activity totals cover the TRANSACTIONS posted
      *> after the prior close through this one; the statement balance
      *> is ACCOUNT-BALANCE at close plus the interest charged by the
      *> close. Collections, the rewards statement and the
      *> relationship statement all work from this row rather than the
      *> moving balance on the performance feed.
       01  CARD-CYCLE-STATEMENT-RECORD.
           05  CCS-STATEMENT-KEY.
               10  CCS-RECORD-ID        PIC 9(15).
               10  CCS-CYCLE-DATE       PIC 9(8).
           05  CCS-CYCLE-GROUP          PIC X(2).
           05  CCS-PRIOR-CYCLE-DATE     PIC 9(8).
           05  CCS-PRIOR-BALANCE        PIC S9(13)V99.
           05  CCS-PURCHASE-COUNT       PIC 9(3).
           05  CCS-PURCHASE-TOTAL       PIC S9(11)V99.
           05  CCS-PAYMENT-TOTAL        PIC S9(11)V99.
           05  CCS-CASH-ADVANCE-TOTAL   PIC S9(11)V99.
           05  CCS-FEE-TOTAL            PIC S9(11)V99.
           05  CCS-GRACE-STATUS         PIC X(1).
               88  CCS-GRACE-KEPT       VALUE 'Y'.
               88  CCS-GRACE-LOST       VALUE 'N'.
           05  CCS-INTEREST-RATE        PIC S9(3)V9999.
           05  CCS-PURCHASE-INTEREST    PIC S9(9)V99.
           05  CCS-CASH-INTEREST        PIC S9(9)V99.
           05  CCS-STATEMENT-BALANCE    PIC S9(13)V99.
           05  CCS-CREDIT-LIMIT         PIC S9(13)V99.
           05  CCS-MINIMUM-PAYMENT      PIC S9(9)V99.
           05  CCS-PAYMENT-DUE-DATE     PIC 9(8).
