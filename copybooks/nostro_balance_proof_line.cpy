      * Nostro balance proof - the correspondent's closing balance
      * set against our cash GL account: book opening plus the day's
      * journal movement on the cash account gives book closing, and
      * book closing plus the open items' effect must equal the
      * statement closing balance or the proof breaks.
       01  NOSTRO-BALANCE-PROOF-LINE.
           05  NBP-NOSTRO-ACCOUNT  PIC X(20).
           05  NBP-STATEMENT-DATE  PIC 9(8).
           05  NBP-STMT-OPENING    PIC S9(13)V99.
           05  NBP-STMT-CLOSING    PIC S9(13)V99.
           05  NBP-CASH-GL-ACCOUNT PIC 9(8).
           05  NBP-BOOK-OPENING    PIC S9(13)V99.
           05  NBP-GL-MOVEMENT     PIC S9(13)V99.
           05  NBP-BOOK-CLOSING    PIC S9(13)V99.
           05  NBP-OPEN-ITEMS      PIC S9(13)V99.
           05  NBP-DIFFERENCE      PIC S9(13)V99.
           05  NBP-PROOF-FLAG      PIC X(1).
               88  NBP-PROVEN          VALUE 'Y'.
               88  NBP-BROKEN          VALUE 'N'.
