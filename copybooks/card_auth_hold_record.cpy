      *> Card authorization hold master - one row per approved
      *> authorization, keyed by AUTH-CODE and MERCHANT-ID, holding
      *> open-to-buy from the day it is authorized until the
      *> CARD-PAYMENT that clears it arrives or its merchant-category
      *> expiry date passes and the hold is released. A code the
      *> issuer reuses at the same merchant after the hold closed
      *> takes the row over as a new open hold.
       01  CARD-AUTH-HOLD-RECORD.
           05  CAH-HOLD-KEY.
               10  CAH-AUTH-CODE        PIC X(6).
               10  CAH-MERCHANT-ID      PIC X(15).
           05  CAH-CARD-NUMBER          PIC X(16).
           05  CAH-MERCHANT-CATEGORY    PIC X(4).
           05  CAH-AUTH-AMOUNT          PIC S9(9)V99.
           05  CAH-AUTH-DATE            PIC 9(8).
           05  CAH-EXPIRY-DATE          PIC 9(8).
           05  CAH-HOLD-STATUS          PIC X(1).
               88  CAH-HOLD-OPEN        VALUE 'O'.
               88  CAH-HOLD-MATCHED     VALUE 'M'.
               88  CAH-HOLD-RELEASED    VALUE 'R'.
           05  CAH-CLEARED-AMOUNT       PIC S9(9)V99.
           05  CAH-CLEARED-TRANS-ID     PIC X(16).
           05  CAH-CLOSED-DATE          PIC 9(8).
