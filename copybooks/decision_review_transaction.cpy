      *> Decision review outcome - the reviewer's finding on one
      *> automated decision under a human-review request: uphold
      *> leaves it standing, override replaces it with the reviewer's
      *> value (the credit limit or rate to restore; zero for a
      *> transaction diversion, which an override simply lifts) until
      *> the override-until date - zero for the standard hold.
       01  DECISION-REVIEW-TRANSACTION.
           05  DRV-DATA-SUBJECT-ID      PIC 9(12).
           05  DRV-PROGRAM-ID           PIC X(8).
           05  DRV-DECISION-DATE        PIC 9(8).
           05  DRV-REFERENCE            PIC X(16).
           05  DRV-OUTCOME              PIC X(1).
               88  DRV-UPHOLD           VALUE 'U'.
               88  DRV-OVERRIDE         VALUE 'O'.
           05  DRV-REVIEWER-ID          PIC X(8).
           05  DRV-REVIEW-DATE          PIC 9(8).
           05  DRV-OVERRIDE-VALUE       PIC S9(13)V9(4).
           05  DRV-OVERRIDE-UNTIL       PIC 9(8).
