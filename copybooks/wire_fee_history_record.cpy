      * Wire fee history - one row per released wire the fee run has
      * seen, keyed by TRANS-ID so a wire is never charged twice. It
      * carries the account charged, the branch and customer class
      * the fee income is reported under, the combined WIRE-FEE and
      * PROCESSING-FEE, and whether it was billed or waived.
       01  WIRE-FEE-HISTORY-RECORD.
           05  WFH-TRANS-ID             PIC X(16).
           05  WFH-BILL-DATE            PIC 9(8).
           05  WFH-ACCOUNT-NUMBER       PIC 9(16).
           05  WFH-BRANCH-CODE          PIC 9(4).
           05  WFH-CLASSIFICATION       PIC X(2).
           05  WFH-FEE-AMOUNT           PIC S9(9)V99.
           05  WFH-DISPOSITION          PIC X(1).
               88  WFH-BILLED           VALUE 'B'.
               88  WFH-WAIVED-CLASS     VALUE 'I'.
               88  WFH-WAIVED-LIST      VALUE 'W'.
