      *> Related-party hit - one transaction a workforce user
      *> originated, authorized, entered or approved that touched an
      *> account belonging to the user or to a party related to the
      *> user: which feed and transaction, the user's role on it, the
      *> account, the owning enterprise identity and the relation.
       01  RELATED-PARTY-HIT.
           05  RPH-PROCESSING-DATE      PIC 9(8).
           05  RPH-SOURCE-FEED          PIC X(1).
               88  RPH-FINANCIAL-FEED   VALUE 'T'.
               88  RPH-LEDGER-FEED      VALUE 'L'.
           05  RPH-TRANSACTION-REF      PIC X(20).
           05  RPH-BATCH-ID             PIC X(20).
           05  RPH-USER-ID              PIC X(8).
           05  RPH-USER-ROLE            PIC X(1).
               88  RPH-ORIGINATOR       VALUE 'O'.
               88  RPH-AUTHORIZER       VALUE 'A'.
               88  RPH-ORIGINATED-AND-AUTHORIZED VALUE 'B'.
               88  RPH-ENTERED          VALUE 'E'.
               88  RPH-APPROVED         VALUE 'P'.
               88  RPH-ENTERED-AND-APPROVED VALUE 'X'.
           05  RPH-ACCOUNT              PIC X(20).
           05  RPH-ENTERPRISE-ID        PIC 9(12).
           05  RPH-RELATION-TYPE        PIC X(1).
           05  RPH-TRANSACTION-TYPE     PIC X(4).
           05  RPH-AMOUNT               PIC S9(13)V99.
