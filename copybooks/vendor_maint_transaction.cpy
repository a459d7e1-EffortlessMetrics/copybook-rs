      *> Vendor maintenance transaction - add, change or
      *> status-change against the vendor master, with the operator
      *> who keyed it. Adds and changes carry the payment terms,
      *> method and remittance details along with the name.
       01  VENDOR-MAINT-TRANSACTION.
           05  VMT-ACTION-CODE          PIC X(1).
               88  VMT-ADD              VALUE 'A'.
           05  VMT-LEAD-TIME-DAYS       PIC 9(3).
           05  VMT-EFFECTIVE-DATE       PIC 9(8).
           05  VMT-MAINT-USER           PIC X(8).
           05  VMT-PAYMENT-TERMS-DAYS   PIC 9(3).
           05  VMT-PAYMENT-METHOD       PIC X(1).
           05  VMT-REMIT-ADDRESS        PIC X(60).
           05  VMT-BANK-ROUTING         PIC X(9).
           05  VMT-BANK-ACCOUNT         PIC X(17).
