      *> Trial balance line - each GL account and branch with its
      *> balance on the debit or credit side, closed by a proof line
      *> carrying both column totals and whether they agree.
       01  TRIAL-BALANCE-LINE.
           05  TBL-BALANCE-DATE         PIC 9(8).
           05  TBL-LINE-TYPE            PIC X(1).
               88  TBL-ACCOUNT-LINE     VALUE 'A'.
               88  TBL-PROOF-LINE       VALUE 'P'.
           05  TBL-GL-ACCOUNT           PIC 9(8).
           05  TBL-BRANCH-CODE          PIC 9(4).
           05  TBL-DEBIT-BALANCE        PIC 9(15)V99.
           05  TBL-CREDIT-BALANCE       PIC 9(15)V99.
           05  TBL-DIFFERENCE           PIC S9(15)V99.
           05  TBL-BALANCE-FLAG         PIC X(1).
               88  TBL-IN-BALANCE       VALUE 'Y'.
               88  TBL-OUT-OF-BALANCE   VALUE 'N'.
