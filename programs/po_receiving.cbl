      *> PORECV - Purchase-order receiving. Matches dock deliveries
      *> against their open PO lines on quantity and item: a clean
      *> receipt posts into the INVPOST movement shape with the PO
      *> reference and the line's unit price, so inventory costs in
      *> at what was paid, and draws the line down, closing it when
      *> filled;
      *> an over-delivery, a wrong item, or a receipt against no
      *> open line writes a wrapper exception into the EXCPLOAD
      *> intake with the reason coded. The run closes with the
           SET IMV-RECEIPT TO TRUE
           MOVE PRC-ITEM-CODE TO IMV-ITEM-CODE
           MOVE PRC-RECEIVED-QTY TO IMV-QUANTITY
           MOVE POR-UNIT-PRICE TO IMV-UNIT-COST
           MOVE SPACES TO IMV-REFERENCE
           STRING "PO " PRC-PO-NUMBER "-" PRC-LINE-NUMBER
               DELIMITED BY SIZE INTO IMV-REFERENCE
