      *> Regulatory balance-sheet schedule line - one line of the
      *> quarterly condition report schedules: deposits, or overdrawn
      *> balances reported as loans, for one CUSTOMER-CLASSIFICATION,
      *> product, insurance status, currency and maturity band, with
      *> the accounts contributing, the balance at the report date and
      *> the quarter-average balance. Each schedule closes with a
      *> total line.
       01  REGULATORY-SCHEDULE-LINE.
           05  RSL-QUARTER              PIC X(6).
           05  RSL-REPORT-DATE          PIC 9(8).
           05  RSL-LINE-TYPE            PIC X(1).
               88  RSL-DETAIL-LINE      VALUE 'L'.
               88  RSL-SCHEDULE-TOTAL   VALUE 'T'.
           05  RSL-LINE-KEY.
               10  RSL-SCHEDULE         PIC X(1).
                   88  RSL-DEPOSITS     VALUE 'D'.
                   88  RSL-LOANS        VALUE 'L'.
               10  RSL-SEGMENT          PIC X(1).
                   88  RSL-RETAIL       VALUE 'R'.
                   88  RSL-BUSINESS     VALUE 'B'.
               10  RSL-CLASSIFICATION   PIC X(2).
               10  RSL-PRODUCT          PIC X(3).
                   88  RSL-INTEREST-BEARING VALUE 'IBD'.
                   88  RSL-NON-INTEREST VALUE 'NIB'.
                   88  RSL-ARRANGED-OVERDRAFT VALUE 'ODA'.
                   88  RSL-UNARRANGED-OVERDRAFT VALUE 'ODU'.
                   88  RSL-TERM-DEPOSIT VALUE 'TDP'.
               10  RSL-INSURANCE        PIC X(1).
                   88  RSL-INSURED      VALUE 'I'.
                   88  RSL-UNINSURED    VALUE 'U'.
               10  RSL-CURRENCY-CLASS   PIC X(1).
                   88  RSL-DOMESTIC     VALUE 'D'.
                   88  RSL-FOREIGN      VALUE 'F'.
               10  RSL-MATURITY         PIC X(1).
                   88  RSL-ON-DEMAND    VALUE 'D'.
                   88  RSL-UP-TO-3-MONTHS VALUE '1'.
                   88  RSL-UP-TO-1-YEAR VALUE '2'.
                   88  RSL-UP-TO-3-YEARS VALUE '3'.
                   88  RSL-OVER-3-YEARS VALUE '4'.
           05  RSL-ACCOUNT-COUNT        PIC 9(7).
           05  RSL-PERIOD-END-BALANCE   PIC 9(15)V99.
           05  RSL-QUARTER-AVERAGE      PIC 9(15)V99.
