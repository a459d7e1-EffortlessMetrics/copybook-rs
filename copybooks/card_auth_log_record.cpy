      *> Card network authorization log - one row per authorization
      *> the network answered for us: the approval code and merchant
      *> it was given to, the card, the merchant category code, the
      *> amount authorized and the date. Declined requests hold no
      *> open-to-buy.
       01  CARD-AUTH-LOG-RECORD.
           05  CAL-AUTH-CODE            PIC X(6).
           05  CAL-MERCHANT-ID          PIC X(15).
           05  CAL-CARD-NUMBER          PIC X(16).
           05  CAL-MERCHANT-CATEGORY    PIC X(4).
           05  CAL-AUTH-AMOUNT          PIC S9(9)V99.
           05  CAL-AUTH-DATE            PIC 9(8).
           05  CAL-RESPONSE             PIC X(1).
               88  CAL-APPROVED         VALUE 'A'.
               88  CAL-DECLINED         VALUE 'D'.
