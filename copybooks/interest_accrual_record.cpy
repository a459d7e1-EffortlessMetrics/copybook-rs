      *> accrual, and the date accrued through. The bucket keeps four
      *> decimals so daily rounding does not leak cents across the
      *> month; it is cleared when the month-end capitalization posts.
      *> CUSTOMER-ID is the customer the account last accrued under,
      *> which capitalization checks for backup withholding.
       01  INTEREST-ACCRUAL-RECORD.
           05  INA-ACCOUNT-NUMBER       PIC 9(16).
           05  INA-ACCRUAL-MONTH        PIC 9(6).
           05  INA-LAST-RATE            PIC S9(3)V9999.
           05  INA-ACCRUED-THRU-DATE    PIC 9(8).
           05  INA-LAST-CAPITALIZED     PIC 9(8).
           05  INA-CUSTOMER-ID          PIC 9(12).
