      *> Denial-rate statistics - claim lines remitted and denied per
      *> payer per remittance month, kept from run to run so the
      *> trend can be reported month over month.
       01  DENIAL-RATE-STAT-RECORD.
           05  DRS-STAT-KEY.
               10  DRS-INSURANCE-CODE   PIC X(6).
               10  DRS-REMIT-MONTH      PIC 9(6).
           05  DRS-LINES-REMITTED       PIC 9(7).
           05  DRS-LINES-DENIED         PIC 9(7).
           05  DRS-BILLED-AMOUNT        PIC S9(13)V99.
           05  DRS-DENIED-AMOUNT        PIC S9(13)V99.
