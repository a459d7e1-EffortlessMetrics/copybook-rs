      *> Payer appeal window - the days a payer allows from its
      *> remittance for an appeal to be filed. The '******' row is the
      *> default for payers without their own.
       01  PAYER-APPEAL-WINDOW-RECORD.
           05  PAW-INSURANCE-CODE       PIC X(6).
           05  PAW-APPEAL-DAYS          PIC 9(3).
