
      *> The adjustment posts through INVPOST like every other
      *> movement, so the level master and audit stay the system of
      *> record; INVPOST values the variance at the item's average
      *> cost and books it to shrinkage.
       3300-POST-ADJUSTMENT.
           SET IMV-ADJUSTMENT TO TRUE
           MOVE CCE-ITEM-CODE TO IMV-ITEM-CODE
           MOVE WS-VARIANCE TO IMV-QUANTITY
           MOVE 0 TO IMV-UNIT-COST
           MOVE SPACES TO IMV-REFERENCE
           STRING "CYCLE COUNT " CCE-COUNTER-ID
               DELIMITED BY SIZE INTO IMV-REFERENCE
                       SET IMV-ADJUSTMENT TO TRUE
                       MOVE CVA-ITEM-CODE TO IMV-ITEM-CODE
                       MOVE CVA-VARIANCE-QTY TO IMV-QUANTITY
                       MOVE 0 TO IMV-UNIT-COST
                       MOVE SPACES TO IMV-REFERENCE
                       STRING "CYCLE APPR " CVA-APPROVER-ID
                           DELIMITED BY SIZE INTO IMV-REFERENCE
