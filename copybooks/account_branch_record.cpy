      *> Account branch cross-reference - the BRANCH-CODE each
      *> ACCOUNT-NUMBER last posted under on TRANIN, kept so an
      *> account's subledger balance can be rolled up to its branch's
      *> control account in a month it did not move. The customer
      *> and CUSTOMER-CLASSIFICATION the account last posted under
      *> are kept beside it for the runs that need an account's owner
      *> on a day it did not move; generated postings carry no
      *> customer and leave them as they stand. CURRENCY-CODE is the
      *> currency the account last posted in; blank has never been
      *> seen and is taken as domestic.
       01  ACCOUNT-BRANCH-RECORD.
           05  ABX-ACCOUNT-NUMBER       PIC 9(16).
           05  ABX-BRANCH-CODE          PIC 9(4).
           05  ABX-LAST-SEEN-DATE       PIC 9(8).
           05  ABX-CUSTOMER-ID          PIC 9(12).
           05  ABX-CLASSIFICATION       PIC X(2).
           05  ABX-CURRENCY-CODE        PIC X(3).
