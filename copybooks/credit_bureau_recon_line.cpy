      *> Credit bureau rejection reconciliation - a detail line per
      *> refused base segment, matched back to what the reporting
      *> master says was sent for that account, and a closing total
      *> line of segments submitted, refused and accepted.
       01  CREDIT-BUREAU-RECON-LINE.
           05  BRC-RUN-DATE             PIC 9(8).
           05  BRC-LINE-TYPE            PIC X(1).
               88  BRC-DETAIL           VALUE 'D'.
               88  BRC-TOTAL            VALUE 'T'.
           05  BRC-CONSUMER-ACCOUNT-NUMBER PIC X(30).
           05  BRC-ACTIVITY-DATE        PIC 9(8).
           05  BRC-ERROR-CODE           PIC X(3).
           05  BRC-FIELD-NAME           PIC X(20).
           05  BRC-MATCH-STATUS         PIC X(1).
               88  BRC-MATCHED          VALUE 'M'.
               88  BRC-STALE-SUBMISSION VALUE 'S'.
               88  BRC-NOT-ON-MASTER    VALUE 'N'.
           05  BRC-SENT-STATUS          PIC X(2).
           05  BRC-SENT-CCC             PIC X(2).
           05  BRC-SENT-BALANCE         PIC 9(9).
           05  BRC-SUBMITTED-COUNT      PIC 9(9).
           05  BRC-REFUSED-COUNT        PIC 9(9).
           05  BRC-ACCEPTED-COUNT       PIC 9(9).
