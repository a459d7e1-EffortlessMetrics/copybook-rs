      *> Product reject line - an order line naming a product the
      *> product master does not know or has discontinued. The order
      *> it belongs to is kept out of allocation whole; this line
      *> says which product stopped it.
       01  PRODUCT-REJECT-LINE.
           05  PRJ-ORDER-ID             PIC X(12).
           05  PRJ-LINE-NUMBER          PIC 9(3).
           05  PRJ-PRODUCT-CODE         PIC X(12).
           05  PRJ-ITEM-CODE            PIC X(5).
           05  PRJ-REASON               PIC X(1).
               88  PRJ-UNKNOWN-PRODUCT  VALUE 'U'.
               88  PRJ-DISCONTINUED     VALUE 'D'.
           05  PRJ-REJECT-DATE          PIC 9(8).
