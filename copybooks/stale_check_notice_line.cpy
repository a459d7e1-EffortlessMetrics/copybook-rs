      *> Stale-dated check notice - an issued check still uncashed at
      *> the stale-dating age, addressed to the payee so it can be
      *> cashed or reissued before it escheats.
       01  STALE-CHECK-NOTICE-LINE.
           05  SCN-PAYOR-NAME           PIC X(50).
           05  SCN-CHECK-NUMBER         PIC 9(8).
           05  SCN-CHECK-DATE           PIC 9(8).
           05  SCN-CHECK-AMOUNT         PIC S9(11)V99.
           05  SCN-PAYEE-NAME           PIC X(50).
           05  SCN-PAYEE-ADDRESS        PIC X(60).
           05  SCN-NOTICE-DATE          PIC 9(8).
