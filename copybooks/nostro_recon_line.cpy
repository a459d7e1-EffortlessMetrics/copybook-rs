      * Nostro reconciliation line - one per item worked: matched,
      * amount break (amount or value date differs), we-sent-they-
      * didn't and they-booked-we-didn't, with both sides' amounts
      * and value dates where they exist and the age of open items.
       01  NOSTRO-RECON-LINE.
           05  NRL-CATEGORY        PIC X(1).
               88  NRL-MATCHED         VALUE 'M'.
               88  NRL-AMOUNT-BREAK    VALUE 'B'.
               88  NRL-WE-SENT         VALUE 'W'.
               88  NRL-THEY-BOOKED     VALUE 'T'.
           05  NRL-BREAK-REASON    PIC X(1).
               88  NRL-AMOUNT-DIFFERS  VALUE 'A'.
               88  NRL-DATE-DIFFERS    VALUE 'D'.
           05  NRL-REFERENCE       PIC X(16).
           05  NRL-OTHER-REFERENCE PIC X(16).
           05  NRL-OUR-AMOUNT      PIC 9(13)V99.
           05  NRL-THEIR-AMOUNT    PIC 9(13)V99.
           05  NRL-DIFFERENCE      PIC S9(13)V99.
           05  NRL-OUR-VALUE-DATE  PIC 9(8).
           05  NRL-THEIR-VALUE-DATE PIC 9(8).
           05  NRL-AGE-DAYS        PIC 9(5).
