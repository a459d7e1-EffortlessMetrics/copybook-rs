      *> Bad-debt referral line - one line per stay whose guarantor
      *> ran the whole dunning cycle and sat out the final-notice hold
      *> with a balance still open, handed to collections.
       01  BAD-DEBT-REFERRAL-LINE.
           05  BDR-GUARANTOR-ID         PIC X(12).
           05  BDR-PATIENT-ID           PIC X(12).
           05  BDR-ADMISSION-DATE       PIC 9(8).
           05  BDR-RESPONSIBILITY       PIC S9(9)V99.
           05  BDR-PAYMENTS-TO-DATE     PIC S9(9)V99.
           05  BDR-REFERRED-BALANCE     PIC S9(9)V99.
           05  BDR-FIRST-STATEMENT-DATE PIC 9(8).
           05  BDR-FINAL-NOTICE-DATE    PIC 9(8).
           05  BDR-LAST-PAYMENT-DATE    PIC 9(8).
           05  BDR-REFERRED-DATE        PIC 9(8).
