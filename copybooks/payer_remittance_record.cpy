      *> Payer remittance record - one paid line from an insurer's
      *> remittance file, referencing the claim control number the
      *> payment settles. A payer that remits line by line names the
      *> claim line, the amount billed on it and up to four
      *> adjustments explaining why it paid less - a group code (CO
      *> contractual, PR patient responsibility, OA other, PI payer
      *> initiated) and the payer's adjustment reason code. A line
      *> number of zero is a whole-claim payment with no line detail.
       01  PAYER-REMITTANCE-RECORD.
           05  RMT-CONTROL-NUMBER       PIC 9(9).
           05  RMT-INSURANCE-CODE       PIC X(6).
           05  RMT-PAID-AMOUNT          PIC S9(11)V99.
           05  RMT-REMIT-DATE           PIC 9(8).
           05  RMT-LINE-NUMBER          PIC 9(3).
           05  RMT-BILLED-AMOUNT        PIC S9(11)V99.
           05  RMT-ADJUSTMENT-COUNT     PIC 9(1).
           05  RMT-ADJUSTMENT OCCURS 4 TIMES.
               10  RMT-ADJ-GROUP-CODE   PIC X(2).
                   88  RMT-ADJ-PATIENT-RESP VALUE 'PR'.
               10  RMT-ADJ-REASON-CODE  PIC X(5).
               10  RMT-ADJ-AMOUNT       PIC S9(9)V99.
