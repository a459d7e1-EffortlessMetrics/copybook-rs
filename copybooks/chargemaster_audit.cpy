      *> Chargemaster audit line - the code's terms before and after
      *> every applied maintenance action, with who keyed it and when.
       01  CHARGEMASTER-AUDIT.
           05  CMA-ACTION-CODE          PIC X(1).
           05  CMA-TREATMENT-CODE       PIC X(10).
           05  CMA-EFFECTIVE-DATE       PIC 9(8).
           05  CMA-BEFORE-STATUS        PIC X(1).
           05  CMA-BEFORE-PRICE         PIC S9(8)V99.
           05  CMA-BEFORE-REVENUE-CODE  PIC X(4).
           05  CMA-BEFORE-DEPARTMENT    PIC X(4).
           05  CMA-AFTER-STATUS         PIC X(1).
           05  CMA-AFTER-PRICE          PIC S9(8)V99.
           05  CMA-AFTER-REVENUE-CODE   PIC X(4).
           05  CMA-AFTER-DEPARTMENT     PIC X(4).
           05  CMA-MAINT-USER           PIC X(8).
           05  CMA-MAINT-DATE           PIC 9(8).
