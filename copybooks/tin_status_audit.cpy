      *> TIN status audit line - before/after trail of every applied
      *> TIN maintenance transaction.
       01  TIN-STATUS-AUDIT.
           05  TNA-CUSTOMER-ID          PIC 9(12).
           05  TNA-EFFECTIVE-DATE       PIC 9(8).
           05  TNA-ACTION-CODE          PIC X(1).
           05  TNA-BEFORE-STATUS        PIC X(1).
           05  TNA-AFTER-STATUS         PIC X(1).
           05  TNA-RESPONSE-DUE-DATE    PIC 9(8).
           05  TNA-OPERATOR-ID          PIC X(8).
