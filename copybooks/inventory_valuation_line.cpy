      *> Month-end inventory valuation report line - per cycle-count
      *> activity class, the items held, the on-hand quantity and its
      *> weighted-average stock value at the business date, and the
      *> month's costed movement from the movement audit: receipts
      *> in, cost of goods sold out, restocked returns, write-offs and
      *> the net count adjustment. Class '*' is the grand total.
       01  INVENTORY-VALUATION-LINE.
           05  IVL-MONTH                PIC 9(6).
           05  IVL-ITEM-CLASS           PIC X(1).
           05  IVL-ITEM-COUNT           PIC 9(7).
           05  IVL-ONHAND-QTY           PIC 9(11).
           05  IVL-STOCK-VALUE          PIC 9(15)V99.
           05  IVL-RECEIPT-VALUE        PIC 9(15)V99.
           05  IVL-COGS-VALUE           PIC 9(15)V99.
           05  IVL-RETURN-VALUE         PIC 9(15)V99.
           05  IVL-WRITE-OFF-VALUE      PIC 9(15)V99.
           05  IVL-ADJUSTMENT-VALUE     PIC S9(15)V99.
