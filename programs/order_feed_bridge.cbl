      * the compact ORDER-RECORD shape - so this step cuts the gated
      * feed (and the day's credit-desk releases) into the feed
      * allocation actually consumes. Order IDs carry their numeric
      * value, each product code resolves to its item code through
      * the product master, line quantities cap at the compact
      * layout's three digits with the capped lines counted, and an
      * order past ten lines splits across as many ORDER-RECORDs as
      * it needs. An order naming a product the master does not know
      * or has discontinued - a credit-desk release can outlive its
      * product - goes to the rejected-order file instead, with a
      * reject line per offending product, and never reaches
      * allocation.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDBRIDG.

               FILE STATUS IS WS-RELEASED-STATUS.
           SELECT ORDER-OUT-FILE ASSIGN TO "ORDERIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDM-PRODUCT-CODE.
           SELECT REJECTED-ORDER-FILE ASSIGN TO "ORDBRREJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRODUCT-REJECT-FILE ASSIGN TO "ORDBRDRJ"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
                         ==REL-LINE-COUNT==.
       FD  ORDER-OUT-FILE.
           COPY renames_r5_odo.
       FD  PRODUCT-MASTER.
           COPY product_master_record.
       FD  REJECTED-ORDER-FILE.
           COPY ac3_child_inside_odo_basic
               REPLACING ==ORDER-PROCESSING-RECORD== BY
                         ==REJECTED-ORDER-RECORD==
                         ==LINE-COUNT== BY
                         ==REJ-LINE-COUNT==.
       FD  PRODUCT-REJECT-FILE.
           COPY product_reject_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-RELEASED-STATUS          PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-SOURCE-LINES             PIC 9(3) COMP.
       01  WS-ORDER-NUMBER             PIC 9(8).
       01  WS-LINE-QTY                 PIC 9(6).
       01  WS-TODAY                    PIC 9(8).
       01  WS-PRODUCT-CHECK            PIC X(1).
           88  WS-PRODUCTS-GOOD        VALUE 'Y'.
      * Item code resolved for each source line during the product
      * check, so the cut does not read the master twice.
       01  WS-LINE-ITEM-TABLE.
           05  WS-LINE-ITEM OCCURS 999 TIMES PIC X(5).
       01  WS-COUNTS.
           05  WS-GATED-COUNT          PIC 9(7) VALUE 0.
           05  WS-RELEASED-COUNT       PIC 9(7) VALUE 0.
           05  WS-RECORDS-OUT          PIC 9(7) VALUE 0.
           05  WS-CAPPED-COUNT         PIC 9(7) VALUE 0.
           05  WS-REJECTED-ORDERS      PIC 9(7) VALUE 0.
           05  WS-REJECTED-LINES       PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           OPEN OUTPUT ORDER-OUT-FILE REJECTED-ORDER-FILE
                       PRODUCT-REJECT-FILE
           OPEN INPUT GATED-ORDER-FILE PRODUCT-MASTER
           PERFORM 1000-READ-GATED-ORDER
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-GATED-COUNT
           END-PERFORM
           CLOSE GATED-ORDER-FILE
           PERFORM 2000-BRIDGE-RELEASED-ORDERS
           CLOSE ORDER-OUT-FILE PRODUCT-MASTER REJECTED-ORDER-FILE
                 PRODUCT-REJECT-FILE
           DISPLAY "ORDBRIDG: GATED=" WS-GATED-COUNT
                   " RELEASED=" WS-RELEASED-COUNT
                   " RECORDS=" WS-RECORDS-OUT
                   " CAPPED=" WS-CAPPED-COUNT
                   " REJECTED=" WS-REJECTED-ORDERS
                   " REJECT-LINES=" WS-REJECTED-LINES
           GOBACK.

      * Every run processes the run-control business date; the
      * calendar date only stands in when RUNCTRL is absent.
       0050-READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTRL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE RNC-BUSINESS-DATE TO WS-TODAY
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1000-READ-GATED-ORDER.
           READ GATED-ORDER-FILE
               AT END SET END-OF-FILE TO TRUE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      * Every line is checked, not just the first bad one, so the
      * reject list names every product the order needs fixed. A
      * pending product is set up on the master and passes.
       2500-CHECK-PRODUCTS.
           SET WS-PRODUCTS-GOOD TO TRUE
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > REL-LINE-COUNT
               MOVE SPACES TO PRJ-REASON
               MOVE PRODUCT-CODE OF RELEASED-ORDER-RECORD
                       (WS-LINE-INDEX)
                   TO PDM-PRODUCT-CODE
               READ PRODUCT-MASTER
                   INVALID KEY
                       MOVE SPACES TO PDM-ITEM-CODE
                       SET PRJ-UNKNOWN-PRODUCT TO TRUE
                   NOT INVALID KEY
                       IF PDM-DISCONTINUED
                           SET PRJ-DISCONTINUED TO TRUE
                       END-IF
               END-READ
               MOVE PDM-ITEM-CODE TO WS-LINE-ITEM (WS-LINE-INDEX)
               IF PRJ-REASON NOT = SPACES
                   MOVE 'N' TO WS-PRODUCT-CHECK
                   PERFORM 2600-WRITE-PRODUCT-REJECT
               END-IF
           END-PERFORM.

       2600-WRITE-PRODUCT-REJECT.
           MOVE ORDER-ID OF RELEASED-ORDER-RECORD TO PRJ-ORDER-ID
           MOVE LINE-NUMBER OF RELEASED-ORDER-RECORD (WS-LINE-INDEX)
               TO PRJ-LINE-NUMBER
           MOVE PRODUCT-CODE OF RELEASED-ORDER-RECORD
                   (WS-LINE-INDEX)
               TO PRJ-PRODUCT-CODE
           MOVE PDM-ITEM-CODE TO PRJ-ITEM-CODE
           MOVE WS-TODAY TO PRJ-REJECT-DATE
           WRITE PRODUCT-REJECT-LINE
           ADD 1 TO WS-REJECTED-LINES.

      * The compact layout carries at most ten lines, so a bigger
      * order cuts into as many records as it needs, each under the
      * same order number.
       3000-BRIDGE-ONE-ORDER.
           PERFORM 2500-CHECK-PRODUCTS
           IF NOT WS-PRODUCTS-GOOD
               MOVE RELEASED-ORDER-RECORD TO REJECTED-ORDER-RECORD
               WRITE REJECTED-ORDER-RECORD
               ADD 1 TO WS-REJECTED-ORDERS
           ELSE
               PERFORM 3050-CUT-ORDER
           END-IF.

       3050-CUT-ORDER.
           MOVE FUNCTION NUMVAL
               (ORDER-ID OF RELEASED-ORDER-RECORD)
               TO WS-ORDER-NUMBER
               ADD 1 TO WS-RECORDS-OUT
           END-IF.

      * The item code is the one the product master assigned the
      * product; a quantity past the compact layout's three digits
      * caps at 999 and counts so the buyer sees how often the cap
      * bites.
       3100-BRIDGE-ONE-LINE.
           MOVE WS-LINE-ITEM (WS-LINE-INDEX)
               TO ITEM-CODE OF ORDER-RECORD (WS-OUT-LINE)
           MOVE QUANTITY OF RELEASED-ORDER-RECORD (WS-LINE-INDEX)
               TO WS-LINE-QTY
