      *> Patient allergy maintenance transaction - add records an
      *> allergy (or reinstates an inactivated one), inactivate
      *> withdraws it (refuted or recorded in error).
       01  PATIENT-ALLERGY-TRANSACTION.
           05  ALX-ACTION-CODE          PIC X(1).
               88  ALX-ADD              VALUE 'A'.
               88  ALX-INACTIVATE       VALUE 'I'.
           05  ALX-PATIENT-ID           PIC X(12).
           05  ALX-ALLERGEN-CLASS       PIC X(8).
           05  ALX-SEVERITY             PIC X(1).
               88  ALX-SEVERITY-VALID   VALUES 'M' 'O' 'S'.
           05  ALX-RECORDED-DATE        PIC 9(8).
           05  ALX-SOURCE               PIC X(1).
               88  ALX-SOURCE-VALID     VALUES 'P' 'C' 'R'.
           05  ALX-MAINT-USER           PIC X(8).
           05  ALX-MAINT-DATE           PIC 9(8).
