      *> Self-pay ledger - one row per stay carrying an open patient
      *> balance, keyed by the stay. The guarantor is the surviving
      *> identity the patient resolves to through the merge
      *> cross-reference, so a merged patient's stays bill on one
      *> statement. The last PATIENT-RESPONSIBILITY seen on the stay
      *> is kept so a later re-adjudication moves the open balance by
      *> the difference only. Dunning stage, final-notice date and any
      *> payment-plan terms are carried on every stay of the
      *> guarantor alike.
       01  SELF-PAY-LEDGER-RECORD.
           05  SPL-STAY-KEY.
               10  SPL-PATIENT-ID       PIC X(12).
               10  SPL-ADMISSION-DATE   PIC 9(8).
           05  SPL-GUARANTOR-ID         PIC X(12).
           05  SPL-STATUS               PIC X(1).
               88  SPL-OPEN             VALUE 'O'.
               88  SPL-ON-PLAN          VALUE 'P'.
               88  SPL-FINAL-HOLD       VALUE 'H'.
               88  SPL-REFERRED         VALUE 'B'.
               88  SPL-PAID             VALUE 'C'.
           05  SPL-DUNNING-STAGE        PIC 9(1).
               88  SPL-STAGE-CURRENT    VALUE 0.
               88  SPL-STAGE-FINAL      VALUE 4.
           05  SPL-RESPONSIBILITY       PIC S9(9)V99.
           05  SPL-PAYMENTS-TO-DATE     PIC S9(9)V99.
           05  SPL-OPEN-BALANCE         PIC S9(9)V99.
           05  SPL-FIRST-STATEMENT-DATE PIC 9(8).
           05  SPL-LAST-STATEMENT-DATE  PIC 9(8).
           05  SPL-FINAL-NOTICE-DATE    PIC 9(8).
           05  SPL-LAST-PAYMENT-DATE    PIC 9(8).
           05  SPL-PLAN-INSTALLMENT     PIC S9(7)V99.
           05  SPL-PLAN-NEXT-DUE-DATE   PIC 9(8).
           05  SPL-REFERRED-DATE        PIC 9(8).
