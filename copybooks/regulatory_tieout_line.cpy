      *> Regulatory schedule tie-out - the schedules' report-date
      *> totals set against the GL trial balance before release:
      *> deposits less overdrawn balances is the net the subledger
      *> control accounts must carry (credits less debits). The
      *> schedules are released only when the two agree.
       01  REGULATORY-TIEOUT-LINE.
           05  RTO-QUARTER              PIC X(6).
           05  RTO-REPORT-DATE          PIC 9(8).
           05  RTO-ACCOUNT-COUNT        PIC 9(7).
           05  RTO-DEPOSIT-TOTAL        PIC 9(15)V99.
           05  RTO-LOAN-TOTAL           PIC 9(15)V99.
           05  RTO-SCHEDULE-NET         PIC S9(15)V99.
           05  RTO-GL-CONTROL-COUNT     PIC 9(5).
           05  RTO-GL-NET               PIC S9(15)V99.
           05  RTO-DIFFERENCE           PIC S9(15)V99.
           05  RTO-TIE-FLAG             PIC X(1).
               88  RTO-TIED             VALUE 'Y'.
               88  RTO-BREAK            VALUE 'N'.
               88  RTO-NO-TRIAL-BALANCE VALUE 'M'.
