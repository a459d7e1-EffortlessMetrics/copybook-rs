      *> GL balance master - the accumulated debits and credits posted
      *> to each GL account by branch from every journal generation
      *> the reconciliation has taken in. The row for GL account zero
      *> is the run control: its posted date is the last business date
      *> whose journals were accumulated, so a rerun does not post the
      *> same journals twice.
       01  GL-BALANCE-RECORD.
           05  GLL-BALANCE-KEY.
               10  GLL-GL-ACCOUNT       PIC 9(8).
               10  GLL-BRANCH-CODE      PIC 9(4).
           05  GLL-DEBIT-TOTAL          PIC 9(15)V99.
           05  GLL-CREDIT-TOTAL         PIC 9(15)V99.
           05  GLL-LAST-POSTED-DATE     PIC 9(8).
