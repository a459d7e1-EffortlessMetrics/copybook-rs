      *> Charge validation exception - a billing line the charge
      *> validation repriced to the chargemaster or held back from
      *> billing, with the keyed cost against the standard price.
       01  CHARGE-EXCEPTION-LINE.
           05  CGX-PATIENT-ID           PIC X(12).
           05  CGX-ADMISSION-DATE       PIC 9(8).
           05  CGX-LINE-NUMBER          PIC 9(3).
           05  CGX-TREATMENT-CODE       PIC X(10).
           05  CGX-ICD-CODE             PIC X(7).
           05  CGX-INSURANCE-CODE       PIC X(6).
           05  CGX-SERVICE-DATE         PIC 9(8).
           05  CGX-DEPARTMENT           PIC X(4).
           05  CGX-REVENUE-CODE         PIC X(4).
           05  CGX-KEYED-COST           PIC S9(8)V99.
           05  CGX-STANDARD-PRICE       PIC S9(8)V99.
           05  CGX-DEVIATION-PCT        PIC S9(5)V99.
           05  CGX-ACTION               PIC X(1).
               88  CGX-REPRICED         VALUE 'P'.
               88  CGX-UNKNOWN-CODE     VALUE 'U'.
               88  CGX-RETIRED-CODE     VALUE 'R'.
               88  CGX-OUT-OF-RANGE     VALUE 'D'.
