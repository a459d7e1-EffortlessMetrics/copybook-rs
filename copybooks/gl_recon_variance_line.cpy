      *> Subledger-to-GL variance line - for one control account, the
      *> ACCTPOS closing balances of the accounts rolling up to it set
      *> against the GL balance (credits less debits, the side a
      *> deposit liability carries), a line per branch to explain the
      *> break and a control total line.
       01  GL-RECON-VARIANCE-LINE.
           05  GRV-RECON-DATE           PIC 9(8).
           05  GRV-LINE-TYPE            PIC X(1).
               88  GRV-BRANCH-LINE      VALUE 'B'.
               88  GRV-CONTROL-TOTAL    VALUE 'C'.
           05  GRV-CONTROL-ACCOUNT      PIC 9(8).
           05  GRV-BRANCH-CODE          PIC 9(4).
           05  GRV-ACCOUNT-COUNT        PIC 9(7).
           05  GRV-SUBLEDGER-BALANCE    PIC S9(15)V99.
           05  GRV-GL-BALANCE           PIC S9(15)V99.
           05  GRV-VARIANCE             PIC S9(15)V99.
           05  GRV-RECON-FLAG           PIC X(1).
               88  GRV-AGREES           VALUE 'Y'.
               88  GRV-BREAK            VALUE 'N'.
