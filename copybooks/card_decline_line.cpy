      *> Card decline/review line - a CARD-PAYMENT held out of
      *> settlement by the card status screen: declined outright for
      *> a blocked or expired card, or parked for review when the card
      *> has been replaced by a reissue. The whole payment record
      *> rides along so a reviewed item can be fed back.
       01  CARD-DECLINE-LINE.
           05  CDL-DECISION             PIC X(1).
               88  CDL-DECLINED         VALUE 'D'.
               88  CDL-REVIEW           VALUE 'V'.
           05  CDL-REASON               PIC X(4).
           05  CDL-TRANS-ID             PIC X(16).
           05  CDL-CARD-NUMBER          PIC X(16).
           05  CDL-MERCHANT-ID          PIC X(15).
           05  CDL-TRANS-AMOUNT         PIC S9(9)V99.
           05  CDL-SUCCESSOR-TOKEN      PIC X(16).
           05  CDL-SCREEN-DATE          PIC 9(8).
           05  CDL-CARD-RECORD          PIC X(335).
