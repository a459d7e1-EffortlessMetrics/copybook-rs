      *> Annual tax reporting extract - one fixed-layout filing row
      *> per CUSTOMER-ID whose year of posted interest and cashback
      *> clears the reporting minimum, or that had backup withholding
      *> taken, in the shape the filing transmission expects.
       01  TAX-REPORTING-RECORD.
           05  TXR-TAX-YEAR             PIC 9(4).
           05  TXR-CUSTOMER-ID          PIC 9(12).
           05  TXR-INTEREST-PAID        PIC S9(13)V99.
           05  TXR-CASHBACK-PAID        PIC S9(9)V99.
           05  TXR-TOTAL-REPORTABLE     PIC S9(13)V99.
           05  TXR-FEDERAL-WITHHELD     PIC S9(13)V99.
           05  TXR-FILING-STATUS        PIC X(1).
               88  TXR-REPORTABLE       VALUE 'R'.
