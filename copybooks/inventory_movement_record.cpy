      *> Inventory movement transaction - a receipt, issue, adjustment
      *> or return applied against the INVENTORY-LEVEL-RECORD master
      *> in arrival sequence. A write-off relieves stock that is
      *> leaving the books rather than going to a customer. Receipts
      *> carry the unit cost they were bought at; every other
      *> movement leaves it zero and moves at the average cost.
       01  INVENTORY-MOVEMENT-RECORD.
           05  IMV-MOVEMENT-TYPE        PIC X(1).
               88  IMV-RECEIPT          VALUE 'R'.
               88  IMV-ISSUE            VALUE 'I'.
               88  IMV-ADJUSTMENT       VALUE 'A'.
               88  IMV-RETURN           VALUE 'T'.
               88  IMV-WRITE-OFF        VALUE 'W'.
           05  IMV-ITEM-CODE            PIC X(5).
           05  IMV-QUANTITY             PIC S9(7).
           05  IMV-REFERENCE            PIC X(16).
           05  IMV-UNIT-COST            PIC 9(7)V9(4).
