      *> stock writes a return movement in the INVPOST transaction
      *> shape so the inventory master restocks through the same
      *> audited posting path as everything else, damaged stock
      *> writes off on the RMA - it comes back in as a return and
      *> straight out again as a write-off movement, so INVPOST books
      *> its average cost to returns write-off - and either way the
      *> credit memo cuts at the price-reference unit price - the
      *> same reference the order total audit proves lines against -
      *> never the keyed price. The reference's product codes take
      *> their item codes off the product master, as the allocation
      *> side's items do.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMARECV.

               ORGANIZATION IS SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "RMAREJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDM-PRODUCT-CODE.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
           COPY renames_r5_odo.
       FD  PRICE-FILE.
           COPY price_reference_record.
       FD  PRODUCT-MASTER.
           COPY product_master_record.
       FD  RECEIPT-FILE.
           COPY rma_receipt_record.
       FD  RMA-MASTER.
           END-READ.

      *> The reference keys products at twelve characters; the
      *> product master gives each its item code, and a product not
      *> on the master has no item to return against.
       1500-LOAD-PRICES.
           OPEN INPUT PRICE-FILE PRODUCT-MASTER
           PERFORM 1600-READ-PRICE
           PERFORM UNTIL END-OF-FILE
               MOVE PRR-PRODUCT-CODE TO PDM-PRODUCT-CODE
               READ PRODUCT-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF WS-PRICE-COUNT < 5000
                           ADD 1 TO WS-PRICE-COUNT
                           MOVE PDM-ITEM-CODE
                               TO WS-PRC-ITEM (WS-PRICE-COUNT)
                           MOVE PRR-REFERENCE-PRICE
                               TO WS-PRC-PRICE (WS-PRICE-COUNT)
                       END-IF
               END-READ
               PERFORM 1600-READ-PRICE
           END-PERFORM
           CLOSE PRICE-FILE PRODUCT-MASTER
           MOVE 'N' TO WS-EOF.

       1600-READ-PRICE.
                   ADD 1 TO WS-RESTOCKED-COUNT
               ELSE
                   SET RMA-DAMAGED-OFF TO TRUE
                   PERFORM 4300-WRITE-RESTOCK-MOVEMENT
                   PERFORM 4350-WRITE-WRITE-OFF-MOVEMENT
                   ADD 1 TO WS-DAMAGED-COUNT
               END-IF
               PERFORM 4400-CUT-CREDIT-MEMO
           SET IMV-RETURN TO TRUE
           MOVE RMA-ITEM-CODE TO IMV-ITEM-CODE
           MOVE RCV-RECEIVED-QTY TO IMV-QUANTITY
           MOVE 0 TO IMV-UNIT-COST
           MOVE SPACES TO IMV-REFERENCE
           STRING "RMA " RMA-NUMBER
               DELIMITED BY SIZE INTO IMV-REFERENCE
           END-STRING
           WRITE INVENTORY-MOVEMENT-RECORD.

      *> Damaged stock leaves the books right behind its return, at
      *> the same average cost it came back in at.
       4350-WRITE-WRITE-OFF-MOVEMENT.
           SET IMV-WRITE-OFF TO TRUE
           WRITE INVENTORY-MOVEMENT-RECORD.

       4400-CUT-CREDIT-MEMO.
           MOVE 0 TO WS-UNIT-PRICE
           PERFORM VARYING WS-PRICE-INDEX FROM 1 BY 1
