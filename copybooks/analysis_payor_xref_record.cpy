      * Analysis payor cross-reference - ties the payor name a
      * business customer writes its checks under to the account the
      * checks are drawn on, since the check queue carries no account.
       01  ANALYSIS-PAYOR-XREF-RECORD.
           05  APX-PAYOR-NAME           PIC X(50).
           05  APX-ACCOUNT-NUMBER       PIC 9(16).
