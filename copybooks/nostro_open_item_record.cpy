      * Nostro open item - an item the reconciliation could not close
      * and carries to the next run: a wire we sent that the
      * correspondent has not debited 'W', an entry it booked that
      * we have no wire for 'S', or the difference left by an
      * amount break 'B'. NOI-AMOUNT is the item's signed effect on
      * the statement balance against our book, so the open items
      * total is exactly what explains the two balances apart.
       01  NOSTRO-OPEN-ITEM-RECORD.
           05  NOI-ITEM-SIDE       PIC X(1).
               88  NOI-OUR-WIRE        VALUE 'W'.
               88  NOI-THEIR-ENTRY     VALUE 'S'.
               88  NOI-AMOUNT-BREAK    VALUE 'B'.
           05  NOI-REFERENCE       PIC X(16).
           05  NOI-OTHER-REFERENCE PIC X(16).
           05  NOI-DEBIT-CREDIT    PIC X(1).
           05  NOI-ITEM-AMOUNT     PIC 9(13)V99.
           05  NOI-AMOUNT          PIC S9(13)V99.
           05  NOI-VALUE-DATE      PIC 9(8).
