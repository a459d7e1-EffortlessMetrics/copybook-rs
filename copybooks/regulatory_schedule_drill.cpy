      *> Regulatory schedule drill-down - one account's contribution
      *> to one schedule line: the line key, the account, the owner it
      *> resolved to, and the report-date and quarter-average amounts
      *> it put on the line. An account whose deposits are partly
      *> insured has a row on the insured and the uninsured line.
       01  REGULATORY-SCHEDULE-DRILL.
           05  RSD-QUARTER              PIC X(6).
           05  RSD-LINE-KEY.
               10  RSD-SCHEDULE         PIC X(1).
               10  RSD-SEGMENT          PIC X(1).
               10  RSD-CLASSIFICATION   PIC X(2).
               10  RSD-PRODUCT          PIC X(3).
               10  RSD-INSURANCE        PIC X(1).
               10  RSD-CURRENCY-CLASS   PIC X(1).
               10  RSD-MATURITY         PIC X(1).
           05  RSD-ACCOUNT-NUMBER       PIC 9(16).
           05  RSD-CUSTOMER-ID          PIC 9(12).
           05  RSD-OWNER-TYPE           PIC X(1).
           05  RSD-OWNER-ID             PIC 9(16).
           05  RSD-CURRENCY-CODE        PIC X(3).
           05  RSD-PERIOD-END-BALANCE   PIC 9(13)V99.
           05  RSD-QUARTER-AVERAGE      PIC 9(13)V99.
