      * Account analysis volume master - one row per business account
      * per analysis month, counting the billable items accumulated
      * day by day until the month-end run prices them and stamps the
      * billed date. The row for account zero is the run control: its
      * billed date carries the last business date accumulated, so a
      * rerun of the same day does not count its activity twice.
       01  ACCOUNT-ANALYSIS-VOLUME-RECORD.
           05  ANV-VOLUME-KEY.
               10  ANV-MONTH            PIC 9(6).
               10  ANV-ACCOUNT-NUMBER   PIC 9(16).
           05  ANV-CUSTOMER-ID          PIC 9(12).
           05  ANV-BRANCH-CODE          PIC 9(4).
           05  ANV-DEBIT-COUNT          PIC 9(7).
           05  ANV-CREDIT-COUNT         PIC 9(7).
           05  ANV-WIRE-COUNT           PIC 9(7).
           05  ANV-CHECK-COUNT          PIC 9(7).
           05  ANV-ACH-COUNT            PIC 9(7).
           05  ANV-BILLED-DATE          PIC 9(8).
               88  ANV-NOT-BILLED       VALUE 0.
