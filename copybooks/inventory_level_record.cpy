      * Inventory level reference - quantity currently available for
      * each item code, used to detect backorders against demand,
      * plus the reorder point and suggested order quantity the
      * replenishment run maintains from movement history. The
      * weighted-average unit cost and the stock value it carries are
      * kept by movement posting: receipts re-average at the PO
      * price, everything else moves at the current average.
       01  INVENTORY-LEVEL-RECORD.
           05  ILR-ITEM-CODE       PIC X(5).
           05  ILR-AVAILABLE-QTY   PIC 9(7).
           05  ILR-REORDER-POINT   PIC 9(7).
           05  ILR-SUGGESTED-QTY   PIC 9(7).
           05  ILR-UNIT-COST       PIC 9(7)V9(4).
           05  ILR-STOCK-VALUE     PIC 9(13)V99.
