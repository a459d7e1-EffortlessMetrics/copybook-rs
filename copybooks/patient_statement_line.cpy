      *> Patient statement line - one header per guarantor statement
      *> with the dunning message, one stay line per stay with an open
      *> balance, the stay's diagnosis lines itemized beneath it, and
      *> a closing total carrying the balance and the amount due now
      *> (the installment when the guarantor is on a payment plan).
       01  PATIENT-STATEMENT-LINE.
           05  PST-RECORD-TYPE          PIC X(1).
               88  PST-HEADER           VALUE 'H'.
               88  PST-STAY             VALUE 'S'.
               88  PST-DIAGNOSIS        VALUE 'D'.
               88  PST-TOTAL            VALUE 'T'.
           05  PST-GUARANTOR-ID         PIC X(12).
           05  PST-STATEMENT-DATE       PIC 9(8).
           05  PST-DUNNING-STAGE        PIC 9(1).
           05  PST-PATIENT-ID           PIC X(12).
           05  PST-ADMISSION-DATE       PIC 9(8).
           05  PST-DISCHARGE-DATE       PIC 9(8).
           05  PST-LINE-NUMBER          PIC 9(3).
           05  PST-ICD-CODE             PIC X(7).
           05  PST-TREATMENT-CODE       PIC X(10).
           05  PST-INSURANCE-CODE       PIC X(6).
           05  PST-PROCEDURE-COST       PIC S9(9)V99.
           05  PST-COPAY-AMOUNT         PIC S9(6)V99.
           05  PST-TOTAL-CHARGES        PIC S9(11)V99.
           05  PST-INSURER-PAID         PIC S9(11)V99.
           05  PST-RESPONSIBILITY       PIC S9(9)V99.
           05  PST-PATIENT-PAID         PIC S9(9)V99.
           05  PST-BALANCE-DUE          PIC S9(11)V99.
           05  PST-AMOUNT-DUE-NOW       PIC S9(11)V99.
           05  PST-MESSAGE-TEXT         PIC X(48).
