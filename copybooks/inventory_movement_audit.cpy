      *> Stock-movement audit line - every applied movement with the
      *> on-hand quantity before and after it posted, the unit cost
      *> it moved at and the stock value it added or relieved.
       01  INVENTORY-MOVEMENT-AUDIT.
           05  IMA-MOVEMENT-TYPE        PIC X(1).
           05  IMA-ITEM-CODE            PIC X(5).
           05  IMA-BEFORE-QTY           PIC 9(7).
           05  IMA-AFTER-QTY            PIC 9(7).
           05  IMA-POSTED-DATE          PIC 9(8).
           05  IMA-UNIT-COST            PIC 9(7)V9(4).
           05  IMA-MOVEMENT-VALUE       PIC S9(13)V99.
