      *> Term-deposit master - one certificate of deposit per
      *> ACCOUNT-NUMBER: the customer, the demand account it is funded
      *> from and pays out to, the principal of the current term, the
      *> term in months and the rate fixed for it, the term's open and
      *> business-day maturity dates, and the instruction for
      *> maturity - roll principal and interest into a new term, or
      *> pay out. TDMATUR posts the opening transfer (FUNDED-DATE),
      *> the 30-day maturity notice (NOTICE-DATE, cleared on each
      *> rollover), the maturity itself and any early withdrawal the
      *> desk has requested. CREDIT-SCORE is the score the rate was
      *> banded on, reused when a rollover reprices.
       01  TERM-DEPOSIT-RECORD.
           05  TDM-ACCOUNT-NUMBER       PIC 9(16).
           05  TDM-DEPOSIT-STATUS       PIC X(1).
               88  TDM-ACTIVE           VALUE 'A'.
               88  TDM-WITHDRAWAL-REQUESTED VALUE 'Q'.
               88  TDM-PAID-OUT         VALUE 'P'.
               88  TDM-WITHDRAWN        VALUE 'W'.
           05  TDM-CUSTOMER-ID          PIC 9(12).
           05  TDM-LINKED-ACCOUNT       PIC 9(16).
           05  TDM-CURRENCY-CODE        PIC X(3).
           05  TDM-PRINCIPAL            PIC 9(13)V99.
           05  TDM-TERM-MONTHS          PIC 9(3).
           05  TDM-RATE                 PIC S9(3)V9999.
           05  TDM-CREDIT-SCORE         PIC 9(3).
           05  TDM-OPEN-DATE            PIC 9(8).
           05  TDM-MATURITY-DATE        PIC 9(8).
           05  TDM-ROLLOVER-CODE        PIC X(1).
               88  TDM-ROLL-OVER        VALUE 'R'.
               88  TDM-PAY-OUT          VALUE 'P'.
           05  TDM-ORIGINAL-OPEN-DATE   PIC 9(8).
           05  TDM-FUNDED-DATE          PIC 9(8).
           05  TDM-NOTICE-DATE          PIC 9(8).
           05  TDM-ROLLOVER-COUNT       PIC 9(3).
           05  TDM-WITHDRAWAL-DATE      PIC 9(8).
           05  TDM-CLOSED-DATE          PIC 9(8).
           05  TDM-LAST-MAINT-USER      PIC X(8).
