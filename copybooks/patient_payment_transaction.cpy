      *> Patient payment transaction - a self-pay payment or a
      *> payment-plan instruction against a guarantor's statement. The
      *> PATIENT-ID may be the guarantor or any identity merged into
      *> it. A plan setup carries the agreed installment in
      *> PPT-AMOUNT; a cancellation carries no amount.
       01  PATIENT-PAYMENT-TRANSACTION.
           05  PPT-TRAN-TYPE            PIC X(1).
               88  PPT-PAYMENT          VALUE 'P'.
               88  PPT-PLAN-SETUP       VALUE 'L'.
               88  PPT-PLAN-CANCEL      VALUE 'X'.
           05  PPT-PATIENT-ID           PIC X(12).
           05  PPT-AMOUNT               PIC S9(9)V99.
           05  PPT-EFFECTIVE-DATE       PIC 9(8).
           05  PPT-REFERENCE            PIC X(12).
