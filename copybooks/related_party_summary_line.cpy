      *> Related-party summary line - per workforce user, the day's
      *> related-party hits: how many on each feed, how many on the
      *> user's own accounts, and the amount moved in total and in
      *> the largest single transaction.
       01  RELATED-PARTY-SUMMARY-LINE.
           05  RPS-PROCESSING-DATE      PIC 9(8).
           05  RPS-USER-ID              PIC X(8).
           05  RPS-FINANCIAL-COUNT      PIC 9(5).
           05  RPS-LEDGER-COUNT         PIC 9(5).
           05  RPS-OWN-ACCOUNT-COUNT    PIC 9(5).
           05  RPS-TOTAL-AMOUNT         PIC 9(13)V99.
           05  RPS-LARGEST-AMOUNT       PIC 9(13)V99.
