      * Wire fee income summary - one line per BRANCH-CODE and
      * CUSTOMER-CLASSIFICATION for the month: the fees billed to
      * sender accounts and the fees given up to waivers.
       01  FEE-INCOME-SUMMARY-LINE.
           05  FIS-MONTH                PIC 9(6).
           05  FIS-BRANCH-CODE          PIC 9(4).
           05  FIS-CLASSIFICATION       PIC X(2).
           05  FIS-BILLED-COUNT         PIC 9(7).
           05  FIS-BILLED-AMOUNT        PIC S9(11)V99.
           05  FIS-WAIVED-COUNT         PIC 9(7).
           05  FIS-WAIVED-AMOUNT        PIC S9(11)V99.
