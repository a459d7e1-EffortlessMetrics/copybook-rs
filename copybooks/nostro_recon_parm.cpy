      * Nostro reconciliation parameter - the nostro account number
      * as the correspondent quotes it, the cash GL account that
      * mirrors it on our books, and the book balance to open from
      * the first time the reconciliation runs (after that the prior
      * run's proof carries it).
       01  NOSTRO-RECON-PARM.
           05  NRP-NOSTRO-ACCOUNT  PIC X(20).
           05  NRP-CASH-GL-ACCOUNT PIC 9(8).
           05  NRP-BOOK-OPENING    PIC S9(13)V99.
