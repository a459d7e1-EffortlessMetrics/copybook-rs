      *> End-of-day on-hand report line - per item: the opening
      *> snapshot, the day's movement totals, and the closing on-hand
      *> with its average unit cost and stock value.
       01  INVENTORY-EOD-LINE.
           05  IEO-ITEM-CODE            PIC X(5).
           05  IEO-OPENING-QTY          PIC 9(7).
           05  IEO-ISSUE-QTY            PIC 9(7).
           05  IEO-ADJUSTMENT-QTY       PIC S9(7).
           05  IEO-CLOSING-QTY          PIC 9(7).
           05  IEO-UNIT-COST            PIC 9(7)V9(4).
           05  IEO-CLOSING-VALUE        PIC 9(13)V99.
