      *> Card authorization exception - a force-post (a cleared
      *> CARD-PAYMENT with no authorization behind it, or one that
      *> overran its authorization past the category tolerance) for
      *> the fraud queue, or an expired authorization released from
      *> hold.
       01  CARD-AUTH-EXCEPTION-LINE.
           05  CAE-EXCEPTION-TYPE       PIC X(1).
               88  CAE-FORCE-POST       VALUE 'F'.
               88  CAE-HOLD-RELEASED    VALUE 'R'.
           05  CAE-REASON               PIC X(4).
           05  CAE-AUTH-CODE            PIC X(6).
           05  CAE-MERCHANT-ID          PIC X(15).
           05  CAE-CARD-NUMBER          PIC X(16).
           05  CAE-TRANS-ID             PIC X(16).
           05  CAE-AUTH-AMOUNT          PIC S9(9)V99.
           05  CAE-CLEARED-AMOUNT       PIC S9(9)V99.
           05  CAE-AUTH-DATE            PIC 9(8).
           05  CAE-REPORT-DATE          PIC 9(8).
