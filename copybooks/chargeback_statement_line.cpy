      *> Chargeback statement line - one cost centre's bill for the
      *> month by resource, against last month's total. A centre new
      *> this month carries no prior total and no percentage; charges
      *> no reference row maps land on the UNMAPD centre. The grand
      *> total goes out last under a blank cost centre.
       01  CHARGEBACK-STATEMENT-LINE.
           05  CBS-PERIOD               PIC 9(6).
           05  CBS-COST-CENTRE          PIC X(6).
           05  CBS-CENTRE-NAME          PIC X(20).
           05  CBS-BATCH-COUNT          PIC 9(7).
           05  CBS-CPU-CHARGE           PIC 9(11)V99.
           05  CBS-IO-CHARGE            PIC 9(11)V99.
           05  CBS-MEMORY-CHARGE        PIC 9(11)V99.
           05  CBS-STORAGE-CHARGE       PIC 9(11)V99.
           05  CBS-VOLUME-CHARGE        PIC 9(11)V99.
           05  CBS-TOTAL-CHARGE         PIC 9(11)V99.
           05  CBS-PRIOR-TOTAL          PIC 9(11)V99.
           05  CBS-CHANGE-AMOUNT        PIC S9(11)V99.
           05  CBS-CHANGE-PCT           PIC S9(5)V9.
           05  CBS-PRIOR-STATE          PIC X(1).
               88  CBS-HAS-PRIOR        VALUE 'Y'.
               88  CBS-NEW-CENTRE       VALUE 'N'.
