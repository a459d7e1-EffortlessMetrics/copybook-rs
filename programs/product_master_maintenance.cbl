      *> PRODMNT - Product master maintenance. Applies add, change
      *> and discontinue transactions to the product master the way
      *> VENDMNT maintains vendors: an add must be a new product with
      *> a description and an item code, a change must hit an
      *> existing product, a discontinue must hit one not already
      *> discontinued, and every applied transaction lands on the
      *> audit trail with the operator who keyed it. An item code
      *> already owned by another product rejects, so the bridge
      *> between PRODUCT-CODE and ITEM-CODE stays one to one. A
      *> product is added active unless keyed pending; a change may
      *> move it between pending and active but only a discontinue
      *> retires it. Anything else rejects.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "PRODTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDM-PRODUCT-CODE
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "PRODAUDT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "PRODMREJ"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           COPY product_maint_transaction.
       FD  PRODUCT-MASTER.
           COPY product_master_record.
       FD  AUDIT-FILE.
           COPY product_maint_transaction
               REPLACING ==PRODUCT-MAINT-TRANSACTION== BY
                         ==PRODUCT-MAINT-AUDIT==
                         LEADING ==PDX== BY ==PDA==.
       FD  REJECT-FILE.
           COPY product_maint_transaction
               REPLACING ==PRODUCT-MAINT-TRANSACTION== BY
                         ==PRODUCT-MAINT-REJECT==
                         LEADING ==PDX== BY ==PDJ==.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-PRODUCT-STATE            PIC X(1).
           88  WS-PRODUCT-EXISTS       VALUE 'Y'.
       01  WS-ITEM-STATE               PIC X(1).
           88  WS-ITEM-TAKEN           VALUE 'Y'.
       01  WS-ITEM-INDEX               PIC 9(5) COMP.
       01  WS-ITEM-COUNT               PIC 9(5) COMP VALUE 0.
      *> Which product owns each item code, loaded off the master and
      *> kept current as the run adds and changes products.
       01  WS-ITEM-TABLE.
           05  WS-ITM-ENTRY OCCURS 20000 TIMES.
               10  WS-ITM-ITEM         PIC X(5).
               10  WS-ITM-PRODUCT      PIC X(12).
       01  WS-COUNTS.
           05  WS-ADDED-COUNT          PIC 9(7) VALUE 0.
           05  WS-CHANGED-COUNT        PIC 9(7) VALUE 0.
           05  WS-DISCONTINUED-COUNT   PIC 9(7) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN I-O PRODUCT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               OPEN OUTPUT PRODUCT-MASTER
               CLOSE PRODUCT-MASTER
               OPEN I-O PRODUCT-MASTER
           END-IF
           PERFORM 0500-LOAD-ITEM-OWNERS
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT AUDIT-FILE REJECT-FILE
           PERFORM 1000-READ-MAINT
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-APPLY-TRANSACTION
               PERFORM 1000-READ-MAINT
           END-PERFORM
           CLOSE MAINT-FILE PRODUCT-MASTER AUDIT-FILE REJECT-FILE
           DISPLAY "PRODMNT: ADDED=" WS-ADDED-COUNT
                   " CHANGED=" WS-CHANGED-COUNT
                   " DISCONTINUED=" WS-DISCONTINUED-COUNT
                   " REJECTED=" WS-REJECT-COUNT
           GOBACK.

       0500-LOAD-ITEM-OWNERS.
           MOVE LOW-VALUES TO PDM-PRODUCT-CODE
           START PRODUCT-MASTER KEY IS NOT LESS THAN PDM-PRODUCT-CODE
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ PRODUCT-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       IF WS-ITEM-COUNT < 20000
                           ADD 1 TO WS-ITEM-COUNT
                           MOVE PDM-ITEM-CODE
                               TO WS-ITM-ITEM (WS-ITEM-COUNT)
                           MOVE PDM-PRODUCT-CODE
                               TO WS-ITM-PRODUCT (WS-ITEM-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       1000-READ-MAINT.
           READ MAINT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-APPLY-TRANSACTION.
           MOVE 'N' TO WS-PRODUCT-STATE
           MOVE PDX-PRODUCT-CODE TO PDM-PRODUCT-CODE
           READ PRODUCT-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-PRODUCT-EXISTS TO TRUE
           END-READ
           PERFORM 2050-CHECK-ITEM-OWNER
           EVALUATE TRUE
               WHEN (PDX-ADD OR PDX-CHANGE)
                       AND (PDX-ITEM-CODE = SPACES
                           OR PDX-DESCRIPTION = SPACES
                           OR WS-ITEM-TAKEN)
                   PERFORM 9000-WRITE-REJECT
               WHEN PDX-ADD AND NOT WS-PRODUCT-EXISTS
                       AND PDX-PRODUCT-CODE NOT = SPACES
                       AND (PDX-PRODUCT-STATUS = 'A'
                           OR PDX-PRODUCT-STATUS = 'P'
                           OR PDX-PRODUCT-STATUS = SPACE)
                   PERFORM 2100-ADD-PRODUCT
               WHEN PDX-CHANGE AND WS-PRODUCT-EXISTS
                       AND (PDX-PRODUCT-STATUS = 'A'
                           OR PDX-PRODUCT-STATUS = 'P'
                           OR PDX-PRODUCT-STATUS = SPACE)
                   PERFORM 2200-CHANGE-PRODUCT
               WHEN PDX-DISCONTINUE AND WS-PRODUCT-EXISTS
                       AND NOT PDM-DISCONTINUED
                   SET PDM-DISCONTINUED TO TRUE
                   MOVE PDX-EFFECTIVE-DATE TO PDM-EFFECTIVE-DATE
                   REWRITE PRODUCT-MASTER-RECORD
                   PERFORM 2900-WRITE-AUDIT
                   ADD 1 TO WS-DISCONTINUED-COUNT
               WHEN OTHER
                   PERFORM 9000-WRITE-REJECT
           END-EVALUATE.

      *> The item code is taken when another product already owns
      *> it; a product keeping its own item code is not a clash.
       2050-CHECK-ITEM-OWNER.
           MOVE 'N' TO WS-ITEM-STATE
           PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
               UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
                   OR WS-ITEM-TAKEN
               IF WS-ITM-ITEM (WS-ITEM-INDEX) = PDX-ITEM-CODE
                       AND WS-ITM-PRODUCT (WS-ITEM-INDEX)
                           NOT = PDX-PRODUCT-CODE
                   SET WS-ITEM-TAKEN TO TRUE
               END-IF
           END-PERFORM.

       2100-ADD-PRODUCT.
           MOVE PDX-PRODUCT-CODE TO PDM-PRODUCT-CODE
           SET PDM-ACTIVE TO TRUE
           IF PDX-PRODUCT-STATUS = 'P'
               SET PDM-PENDING TO TRUE
           END-IF
           PERFORM 2300-MOVE-PRODUCT-DETAILS
           WRITE PRODUCT-MASTER-RECORD
           IF WS-ITEM-COUNT < 20000
               ADD 1 TO WS-ITEM-COUNT
               MOVE PDX-ITEM-CODE TO WS-ITM-ITEM (WS-ITEM-COUNT)
               MOVE PDX-PRODUCT-CODE TO WS-ITM-PRODUCT (WS-ITEM-COUNT)
           END-IF
           PERFORM 2900-WRITE-AUDIT
           ADD 1 TO WS-ADDED-COUNT.

      *> A blank status on a change leaves the status alone.
       2200-CHANGE-PRODUCT.
           IF PDX-PRODUCT-STATUS NOT = SPACE
               MOVE PDX-PRODUCT-STATUS TO PDM-PRODUCT-STATUS
           END-IF
           PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
               UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
               IF WS-ITM-PRODUCT (WS-ITEM-INDEX) = PDX-PRODUCT-CODE
                   MOVE PDX-ITEM-CODE TO WS-ITM-ITEM (WS-ITEM-INDEX)
               END-IF
           END-PERFORM
           PERFORM 2300-MOVE-PRODUCT-DETAILS
           REWRITE PRODUCT-MASTER-RECORD
           PERFORM 2900-WRITE-AUDIT
           ADD 1 TO WS-CHANGED-COUNT.

       2300-MOVE-PRODUCT-DETAILS.
           MOVE PDX-ITEM-CODE        TO PDM-ITEM-CODE
           MOVE PDX-DESCRIPTION      TO PDM-DESCRIPTION
           MOVE PDX-UNIT-OF-MEASURE  TO PDM-UNIT-OF-MEASURE
           MOVE PDX-PACK-SIZE        TO PDM-PACK-SIZE
           MOVE PDX-TAX-CATEGORY     TO PDM-TAX-CATEGORY
           MOVE PDX-TAXABILITY       TO PDM-TAXABILITY
           IF PDM-TAXABILITY NOT = 'N'
               SET PDM-TAXABLE TO TRUE
           END-IF
           MOVE PDX-UNIT-WEIGHT      TO PDM-UNIT-WEIGHT
           MOVE PDX-EFFECTIVE-DATE   TO PDM-EFFECTIVE-DATE.

       2900-WRITE-AUDIT.
           MOVE PRODUCT-MAINT-TRANSACTION TO PRODUCT-MAINT-AUDIT
           WRITE PRODUCT-MAINT-AUDIT.

       9000-WRITE-REJECT.
           MOVE PRODUCT-MAINT-TRANSACTION TO PRODUCT-MAINT-REJECT
           WRITE PRODUCT-MAINT-REJECT
           ADD 1 TO WS-REJECT-COUNT.
