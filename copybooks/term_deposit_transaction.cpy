      *> Term-deposit maintenance transaction - open a new deposit,
      *> change the maturity instruction (and the linked demand
      *> account) on a live one, or request its early withdrawal,
      *> with the operator who keyed it. An open with no date opens on
      *> the business date.
       01  TERM-DEPOSIT-TRANSACTION.
           05  TDT-ACTION-CODE          PIC X(1).
               88  TDT-OPEN             VALUE 'O'.
               88  TDT-INSTRUCTION      VALUE 'I'.
               88  TDT-WITHDRAW         VALUE 'W'.
           05  TDT-ACCOUNT-NUMBER       PIC 9(16).
           05  TDT-CUSTOMER-ID          PIC 9(12).
           05  TDT-LINKED-ACCOUNT       PIC 9(16).
           05  TDT-CURRENCY-CODE        PIC X(3).
           05  TDT-PRINCIPAL            PIC 9(13)V99.
           05  TDT-TERM-MONTHS          PIC 9(3).
           05  TDT-CREDIT-SCORE         PIC 9(3).
           05  TDT-ROLLOVER-CODE        PIC X(1).
           05  TDT-OPEN-DATE            PIC 9(8).
           05  TDT-MAINT-USER           PIC X(8).
