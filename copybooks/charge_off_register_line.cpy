      *> Charge-off register line - one line per charge-off taken or
      *> recovery received in the run, with the journal components
      *> posted for it.
       01  CHARGE-OFF-REGISTER-LINE.
           05  COR-RECORD-ID            PIC 9(15).
           05  COR-EVENT                PIC X(1).
               88  COR-CHARGE-OFF       VALUE 'C'.
               88  COR-RECOVERY         VALUE 'R'.
           05  COR-REASON               PIC X(1).
           05  COR-EVENT-DATE           PIC 9(8).
           05  COR-PRINCIPAL-AMOUNT     PIC S9(13)V99.
           05  COR-INTEREST-AMOUNT      PIC S9(11)V99.
           05  COR-FEE-AMOUNT           PIC S9(11)V99.
           05  COR-AMOUNT               PIC S9(13)V99.
           05  COR-CLASSIFICATION       PIC X(2).
           05  COR-CREDIT-SCORE         PIC 9(3).
