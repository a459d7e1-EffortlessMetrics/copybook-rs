      * allocated is written per order line, shorted items go on the
      * short-allocation report, and the unallocated remainder feeds
      * the existing backorder stream.
      * An order carrying an item the product master does not know,
      * or whose product is discontinued, is screened out whole
      * before any demand is collected - every record the bridge cut
      * it into - with a reject line per offending item, so no stock
      * is ever promised against it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOCATE.

               ORGANIZATION IS SEQUENTIAL.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDM-PRODUCT-CODE.
           SELECT PRODUCT-REJECT-FILE ASSIGN TO "ALLOCPRJ"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY short_allocation_line.
       FD  BACKORDER-FILE.
           COPY backorder_line.
       FD  PRODUCT-MASTER.
           COPY product_master_record.
       FD  PRODUCT-REJECT-FILE.
           COPY product_reject_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-POLICY-INDEX             PIC 9(4) COMP.
       01  WS-SLOT                     PIC 9(5) COMP.
       01  WS-ALLOC-QTY                PIC 9(3).
       01  WS-KILL-INDEX               PIC 9(5) COMP.
       01  WS-TODAY                    PIC 9(8).
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-PRODUCT-INDEX            PIC 9(5) COMP.
       01  WS-PRODUCT-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-BAD-INDEX                PIC 9(4) COMP.
       01  WS-BAD-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-ORDER-STATE              PIC X(1).
           88  WS-ORDER-REJECTED       VALUE 'Y'.
       01  WS-HOLD-DEMAND.
           05  WS-HOLD-ORDER           PIC 9(8).
           05  WS-HOLD-ITEM            PIC X(5).
               10  WS-INV-AVAILABLE    PIC S9(8).
               10  WS-INV-DEMAND       PIC 9(7).
               10  WS-INV-OPENING      PIC 9(7).
       01  WS-PRODUCT-TABLE.
           05  WS-PRD-ENTRY OCCURS 20000 TIMES.
               10  WS-PRD-ITEM         PIC X(5).
               10  WS-PRD-PRODUCT      PIC X(12).
               10  WS-PRD-STATUS       PIC X(1).
       01  WS-BAD-ORDER-TABLE.
           05  WS-BAD-ORDER OCCURS 5000 TIMES PIC 9(8).
       01  WS-DEMAND-TABLE.
           05  WS-DEMAND-ENTRY OCCURS 10000 TIMES.
               10  WS-DEM-ORDER        PIC 9(8).
           05  WS-ORDER-COUNT          PIC 9(9) VALUE 0.
           05  WS-ALLOCATED-COUNT      PIC 9(9) VALUE 0.
           05  WS-BACKORDER-COUNT      PIC 9(9) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 1000-LOAD-POLICY
           PERFORM 1500-LOAD-INVENTORY
           PERFORM 1700-LOAD-PRODUCTS
           PERFORM 1800-SCREEN-ORDERS
           PERFORM 2000-COLLECT-DEMAND
           PERFORM 3000-RANK-DEMAND
           OPEN OUTPUT ALLOCATION-FILE SHORT-FILE BACKORDER-FILE
                   " LINES=" WS-DEMAND-COUNT
                   " ALLOCATED=" WS-ALLOCATED-COUNT
                   " BACKORDERED=" WS-BACKORDER-COUNT
                   " REJECTED=" WS-BAD-COUNT
                   " REJECT-LINES=" WS-REJECTED-COUNT
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

       1000-LOAD-POLICY.
           OPEN INPUT POLICY-FILE
           READ POLICY-FILE
           CLOSE INVENTORY-FILE
           MOVE 'N' TO WS-EOF.

      * The master is keyed by product code; allocation sees item
      * codes, so the sweep turns it round into an item table.
       1700-LOAD-PRODUCTS.
           OPEN INPUT PRODUCT-MASTER
           MOVE LOW-VALUES TO PDM-PRODUCT-CODE
           START PRODUCT-MASTER KEY IS NOT LESS THAN PDM-PRODUCT-CODE
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ PRODUCT-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       IF WS-PRODUCT-COUNT < 20000
                           ADD 1 TO WS-PRODUCT-COUNT
                           MOVE PDM-ITEM-CODE
                               TO WS-PRD-ITEM (WS-PRODUCT-COUNT)
                           MOVE PDM-PRODUCT-CODE
                               TO WS-PRD-PRODUCT (WS-PRODUCT-COUNT)
                           MOVE PDM-PRODUCT-STATUS
                               TO WS-PRD-STATUS (WS-PRODUCT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-MASTER.

      * First pass over the feed: any record of an order with an
      * unknown or discontinued item marks the whole order, so the
      * demand pass can leave out every record of it.
       1800-SCREEN-ORDERS.
           OPEN INPUT ORDER-FILE
           OPEN OUTPUT PRODUCT-REJECT-FILE
           READ ORDER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-FILE
               PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-LINE-INDEX > ITEM-COUNT
                   PERFORM 1900-SCREEN-ONE-LINE
               END-PERFORM
               READ ORDER-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE ORDER-FILE PRODUCT-REJECT-FILE
           MOVE 'N' TO WS-EOF.

       1900-SCREEN-ONE-LINE.
           MOVE SPACES TO PRJ-REASON PRJ-PRODUCT-CODE
           SET PRJ-UNKNOWN-PRODUCT TO TRUE
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PRODUCT-INDEX FROM 1 BY 1
               UNTIL WS-PRODUCT-INDEX > WS-PRODUCT-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-PRD-ITEM (WS-PRODUCT-INDEX) =
                       ITEM-CODE (WS-LINE-INDEX)
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-PRD-PRODUCT (WS-PRODUCT-INDEX)
                       TO PRJ-PRODUCT-CODE
                   MOVE SPACES TO PRJ-REASON
                   IF WS-PRD-STATUS (WS-PRODUCT-INDEX) = 'D'
                       SET PRJ-DISCONTINUED TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF PRJ-REASON NOT = SPACES
               MOVE ORDER-ID TO PRJ-ORDER-ID
               MOVE WS-LINE-INDEX TO PRJ-LINE-NUMBER
               MOVE ITEM-CODE (WS-LINE-INDEX) TO PRJ-ITEM-CODE
               MOVE WS-TODAY TO PRJ-REJECT-DATE
               WRITE PRODUCT-REJECT-LINE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 1950-MARK-BAD-ORDER
           END-IF.

       1950-MARK-BAD-ORDER.
           MOVE 'N' TO WS-ORDER-STATE
           PERFORM VARYING WS-BAD-INDEX FROM 1 BY 1
               UNTIL WS-BAD-INDEX > WS-BAD-COUNT
                   OR WS-ORDER-REJECTED
               IF WS-BAD-ORDER (WS-BAD-INDEX) = ORDER-ID
                   SET WS-ORDER-REJECTED TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ORDER-REJECTED
               AND WS-BAD-COUNT < 5000
               ADD 1 TO WS-BAD-COUNT
               MOVE ORDER-ID TO WS-BAD-ORDER (WS-BAD-COUNT)
           END-IF.

       2000-COLLECT-DEMAND.
           OPEN INPUT ORDER-FILE
           READ ORDER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-ORDER-COUNT
               MOVE 'N' TO WS-ORDER-STATE
               PERFORM VARYING WS-BAD-INDEX FROM 1 BY 1
                   UNTIL WS-BAD-INDEX > WS-BAD-COUNT
                       OR WS-ORDER-REJECTED
                   IF WS-BAD-ORDER (WS-BAD-INDEX) = ORDER-ID
                       SET WS-ORDER-REJECTED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-ORDER-REJECTED
                   PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                       UNTIL WS-LINE-INDEX > ITEM-COUNT
                       PERFORM 2100-ADD-DEMAND-LINE
                   END-PERFORM
               END-IF
               READ ORDER-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
