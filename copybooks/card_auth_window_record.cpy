      *> Card authorization window - per merchant category code, the
      *> calendar days an unmatched authorization holds open-to-buy
      *> before it is released, and the percentage a clearing may run
      *> over its authorization (tips, fuel pumps) and still match.
      *> A row with a blank category is the default window.
       01  CARD-AUTH-WINDOW-RECORD.
           05  CAW-MERCHANT-CATEGORY    PIC X(4).
           05  CAW-EXPIRY-DAYS          PIC 9(3).
           05  CAW-TOLERANCE-PCT        PIC 9(3)V99.
