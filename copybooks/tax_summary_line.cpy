           05  TXS-TAX-YEAR             PIC 9(4).
           05  TXS-INTEREST-PAID        PIC S9(13)V99.
           05  TXS-CASHBACK-PAID        PIC S9(9)V99.
           05  TXS-FEDERAL-WITHHELD     PIC S9(13)V99.
           05  TXS-REPORTED-FLAG        PIC X(1).
               88  TXS-REPORTED         VALUE 'Y'.
               88  TXS-UNDER-MINIMUM    VALUE 'N'.
