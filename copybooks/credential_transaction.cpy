      *> Provider credential maintenance transaction - add records a
      *> new credential (or reinstates a revoked one), renew starts
      *> its next term, revoke ends it on CRT-EXPIRY-DATE.
       01  CREDENTIAL-TRANSACTION.
           05  CRT-ACTION-CODE          PIC X(1).
               88  CRT-ADD              VALUE 'A'.
               88  CRT-RENEW            VALUE 'R'.
               88  CRT-REVOKE           VALUE 'V'.
           05  CRT-PROVIDER-ID          PIC X(8).
           05  CRT-CREDENTIAL-TYPE      PIC X(1).
               88  CRT-TYPE-VALID       VALUES 'L' 'D' 'B'.
           05  CRT-ISSUING-STATE        PIC X(2).
           05  CRT-CREDENTIAL-NUMBER    PIC X(20).
           05  CRT-ISSUE-DATE           PIC 9(8).
           05  CRT-EXPIRY-DATE          PIC 9(8).
           05  CRT-MAINT-USER           PIC X(8).
           05  CRT-MAINT-DATE           PIC 9(8).
