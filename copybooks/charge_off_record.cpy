      *> Charge-off and recovery master - one row per card account
      *> taken off the books, keyed by the performance RECORD-ID. The
      *> balance charged off is split into the principal, interest and
      *> fee components relieved against the loss reserve, and the
      *> customer's classification and credit score are kept as they
      *> stood at charge-off for loss reporting. Payments received
      *> after charge-off accumulate as recoveries; the account is
      *> recovered in full once they reach the amount charged off.
       01  CHARGE-OFF-RECORD.
           05  CHO-RECORD-ID            PIC 9(15).
           05  CHO-STATUS               PIC X(1).
               88  CHO-CHARGED-OFF      VALUE 'C'.
               88  CHO-FULLY-RECOVERED  VALUE 'F'.
           05  CHO-REASON               PIC X(1).
               88  CHO-DELINQUENCY      VALUE 'D'.
               88  CHO-BANKRUPTCY       VALUE 'B'.
               88  CHO-ESTATE-INSOLVENT VALUE 'E'.
           05  CHO-CHARGE-OFF-DATE      PIC 9(8).
           05  CHO-PRINCIPAL-AMOUNT     PIC S9(13)V99.
           05  CHO-INTEREST-AMOUNT      PIC S9(11)V99.
           05  CHO-FEE-AMOUNT           PIC S9(11)V99.
           05  CHO-TOTAL-AMOUNT         PIC S9(13)V99.
           05  CHO-CLASSIFICATION       PIC X(2).
           05  CHO-CREDIT-SCORE         PIC 9(3).
           05  CHO-RECOVERED-TOTAL      PIC S9(13)V99.
           05  CHO-LAST-RECOVERY-DATE   PIC 9(8).
           05  CHO-RECOVERY-MONTH       PIC 9(6).
           05  CHO-MONTH-RECOVERED      PIC S9(13)V99.
