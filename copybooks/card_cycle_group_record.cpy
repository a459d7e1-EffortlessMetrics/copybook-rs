      *> Billing-cycle group reference - one row per cycle group. A
      *> card account belongs to the group whose suffix range holds
      *> the last two digits of its RECORD-ID, and the group closes on
      *> its close day each month (the last day of a shorter month),
      *> rolled forward to a business day on its calendar. The
      *> due-day count, minimum-payment floor and percentage, and the
      *> settlement calendar the due date is rolled on are per group.
       01  CARD-CYCLE-GROUP-RECORD.
           05  CYG-GROUP-CODE           PIC X(2).
           05  CYG-CLOSE-DAY            PIC 9(2).
           05  CYG-SUFFIX-LOW           PIC 9(2).
           05  CYG-SUFFIX-HIGH          PIC 9(2).
           05  CYG-DUE-DAYS             PIC 9(3).
           05  CYG-MIN-PAY-FLOOR        PIC 9(5)V99.
           05  CYG-MIN-PAY-PCT          PIC 9(2)V9(4).
           05  CYG-COUNTRY-CODE         PIC X(3).
