      *> PICKCONF - Pick and pack confirmation against the WAVEPLAN
      *> pick-line master. A pick confirmation for the full allocated
      *> quantity marks the line picked; fewer is a short pick - the
      *> bin held less than the book said, so the shortfall posts as
      *> a negative adjustment through the INVPOST movement shape and
      *> goes back to the backorder stream for the order. A pack
      *> confirmation closes a picked or short line into packed.
      *> Confirmations against no pick line, a line not in the right
      *> state, or for more than was allocated are rejected. The run
      *> closes by stamping the order-processing feed: each order
      *> line with a confirmed pick line carries STATUS-CODE PK
      *> (picked), SP (short picked) or PA (packed), and one CARRSHIP
      *> has shipped carries SH with its ship date and tracking
      *> number; a line already shipped on the feed is left alone.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PICKCONF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRMATION-FILE ASSIGN TO "PICKCONF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONFIRMATION-STATUS.
           SELECT PICK-MASTER ASSIGN TO "PICKMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PKM-PICK-KEY
               FILE STATUS IS WS-PICK-STATUS.
           SELECT ORDER-FILE ASSIGN TO "PICKORDI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT ORDER-OUT-FILE ASSIGN TO "PICKORDO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MOVEMENT-FILE ASSIGN TO "PICKMOVE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BACKORDER-FILE ASSIGN TO "PICKBKO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "PICKREJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDM-PRODUCT-CODE.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIRMATION-FILE.
           COPY pick_confirmation_record.
       FD  PICK-MASTER.
           COPY pick_line_record.
       FD  ORDER-FILE.
           COPY ac3_child_inside_odo_basic.
       FD  ORDER-OUT-FILE.
           COPY ac3_child_inside_odo_basic
               REPLACING ==ORDER-PROCESSING-RECORD== BY
                         ==ORDER-OUTPUT-RECORD==
                         ==LINE-COUNT== BY
                         ==OUT-LINE-COUNT==.
       FD  MOVEMENT-FILE.
           COPY inventory_movement_record.
       FD  BACKORDER-FILE.
           COPY backorder_line.
       FD  REJECT-FILE.
           COPY pick_confirmation_record
               REPLACING ==PICK-CONFIRMATION-RECORD== BY
                         ==PICK-CONFIRMATION-REJECT==
                         LEADING ==PCF== BY ==PCX==.
       FD  PRODUCT-MASTER.
           COPY product_master_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-CONFIRMATION-STATUS      PIC X(2).
       01  WS-PICK-STATUS              PIC X(2).
       01  WS-ORDER-STATUS             PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-LINE-STATE               PIC X(1).
           88  WS-LINE-ON-MASTER       VALUE 'Y'.
       01  WS-SHORT-QTY                PIC 9(5).
       01  WS-ORDER-NUMBER             PIC 9(8).
       01  WS-LINE-INDEX               PIC 9(3) COMP.
       01  WS-COUNTS.
           05  WS-CONFIRMATION-COUNT   PIC 9(7) VALUE 0.
           05  WS-PICKED-COUNT         PIC 9(7) VALUE 0.
           05  WS-SHORT-COUNT          PIC 9(7) VALUE 0.
           05  WS-PACKED-COUNT         PIC 9(7) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(7) VALUE 0.
           05  WS-ORDER-COUNT          PIC 9(7) VALUE 0.
           05  WS-STAMPED-COUNT        PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           OPEN I-O PICK-MASTER
           IF WS-PICK-STATUS NOT = "00"
               OPEN OUTPUT PICK-MASTER
               CLOSE PICK-MASTER
               OPEN I-O PICK-MASTER
           END-IF
           OPEN OUTPUT MOVEMENT-FILE BACKORDER-FILE REJECT-FILE
           PERFORM 1000-WORK-CONFIRMATIONS
           CLOSE MOVEMENT-FILE BACKORDER-FILE REJECT-FILE
           OPEN OUTPUT ORDER-OUT-FILE
           OPEN INPUT PRODUCT-MASTER
           PERFORM 5000-STAMP-ORDER-LINES
           CLOSE PICK-MASTER ORDER-OUT-FILE PRODUCT-MASTER
           DISPLAY "PICKCONF: CONFIRMATIONS=" WS-CONFIRMATION-COUNT
                   " PICKED=" WS-PICKED-COUNT
                   " SHORT=" WS-SHORT-COUNT
                   " PACKED=" WS-PACKED-COUNT
                   " REJECTED=" WS-REJECT-COUNT
                   " STAMPED=" WS-STAMPED-COUNT
           GOBACK.

      *> Every run processes the run-control business date; the
      *> calendar date only stands in when RUNCTRL is absent.
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

      *> An absent confirmation file just means the floor reported
      *> nothing today.
       1000-WORK-CONFIRMATIONS.
           OPEN INPUT CONFIRMATION-FILE
           IF WS-CONFIRMATION-STATUS = "00"
               PERFORM 1100-READ-CONFIRMATION
               PERFORM UNTIL END-OF-FILE
                   ADD 1 TO WS-CONFIRMATION-COUNT
                   PERFORM 2000-APPLY-CONFIRMATION
                   PERFORM 1100-READ-CONFIRMATION
               END-PERFORM
               CLOSE CONFIRMATION-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       1100-READ-CONFIRMATION.
           READ CONFIRMATION-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-APPLY-CONFIRMATION.
           MOVE 'N' TO WS-LINE-STATE
           MOVE PCF-ORDER-ID TO PKM-ORDER-ID
           MOVE PCF-ITEM-CODE TO PKM-ITEM-CODE
           READ PICK-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-LINE-ON-MASTER TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-LINE-ON-MASTER
                   PERFORM 9000-WRITE-REJECT
               WHEN PCF-PICK
                       AND PKM-OPEN
                       AND PCF-PICKED-QTY <= PKM-ALLOCATED-QTY
                   PERFORM 3000-CONFIRM-PICK
               WHEN PCF-PACK
                       AND (PKM-PICKED OR PKM-SHORT)
                   PERFORM 4000-CONFIRM-PACK
               WHEN OTHER
                   PERFORM 9000-WRITE-REJECT
           END-EVALUATE.

       3000-CONFIRM-PICK.
           MOVE PCF-PICKED-QTY TO PKM-PICKED-QTY
           MOVE PCF-PICKER-ID TO PKM-PICKER-ID
           MOVE WS-TODAY TO PKM-CONFIRMED-DATE
           IF PCF-PICKED-QTY = PKM-ALLOCATED-QTY
               SET PKM-PICKED TO TRUE
               ADD 1 TO WS-PICKED-COUNT
           ELSE
               SET PKM-SHORT TO TRUE
               COMPUTE WS-SHORT-QTY =
                   PKM-ALLOCATED-QTY - PCF-PICKED-QTY
               PERFORM 3100-POST-SHORT-ADJUSTMENT
               PERFORM 3200-FEED-BACKORDER
               ADD 1 TO WS-SHORT-COUNT
           END-IF
           REWRITE PICK-LINE-RECORD.

      *> The stock the book promised was not in the bin, so the
      *> shortfall comes off on-hand through INVPOST like every other
      *> movement.
       3100-POST-SHORT-ADJUSTMENT.
           SET IMV-ADJUSTMENT TO TRUE
           MOVE PKM-ITEM-CODE TO IMV-ITEM-CODE
           COMPUTE IMV-QUANTITY = 0 - WS-SHORT-QTY
           MOVE 0 TO IMV-UNIT-COST
           MOVE SPACES TO IMV-REFERENCE
           STRING "SHORT PICK " PKM-PICKER-ID
               DELIMITED BY SIZE INTO IMV-REFERENCE
           END-STRING
           WRITE INVENTORY-MOVEMENT-RECORD.

      *> What the bin did hold is the available quantity the
      *> backorder line reports against.
       3200-FEED-BACKORDER.
           MOVE PKM-ORDER-ID TO BKL-ORDER-ID
           MOVE PKM-ITEM-CODE TO BKL-ITEM-CODE
           IF PKM-ALLOCATED-QTY > 999
               MOVE 999 TO BKL-ORDERED-QTY
           ELSE
               MOVE PKM-ALLOCATED-QTY TO BKL-ORDERED-QTY
           END-IF
           MOVE PCF-PICKED-QTY TO BKL-AVAILABLE-QTY
           MOVE WS-SHORT-QTY TO BKL-SHORTFALL-QTY
           WRITE BACKORDER-LINE.

       4000-CONFIRM-PACK.
           SET PKM-PACKED TO TRUE
           MOVE WS-TODAY TO PKM-CONFIRMED-DATE
           REWRITE PICK-LINE-RECORD
           ADD 1 TO WS-PACKED-COUNT.

      *> Order IDs carry their numeric value and each product code
      *> takes its item code off the product master, as ORDBRIDG cuts
      *> them for allocation. An absent order feed leaves nothing to
      *> stamp.
       5000-STAMP-ORDER-LINES.
           OPEN INPUT ORDER-FILE
           IF WS-ORDER-STATUS = "00"
               PERFORM 5100-READ-ORDER
               PERFORM UNTIL END-OF-FILE
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE FUNCTION NUMVAL
                       (ORDER-ID OF ORDER-PROCESSING-RECORD)
                       TO WS-ORDER-NUMBER
                   PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                       UNTIL WS-LINE-INDEX > LINE-COUNT
                       PERFORM 5200-STAMP-ONE-LINE
                   END-PERFORM
                   MOVE ORDER-PROCESSING-RECORD
                       TO ORDER-OUTPUT-RECORD
                   WRITE ORDER-OUTPUT-RECORD
                   PERFORM 5100-READ-ORDER
               END-PERFORM
               CLOSE ORDER-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       5100-READ-ORDER.
           READ ORDER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       5200-STAMP-ONE-LINE.
           IF STATUS-CODE OF ORDER-PROCESSING-RECORD (WS-LINE-INDEX)
                   NOT = "SH"
               MOVE PRODUCT-CODE OF ORDER-PROCESSING-RECORD
                       (WS-LINE-INDEX)
                   TO PDM-PRODUCT-CODE
               READ PRODUCT-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE WS-ORDER-NUMBER TO PKM-ORDER-ID
                       MOVE PDM-ITEM-CODE TO PKM-ITEM-CODE
                       READ PICK-MASTER
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               PERFORM 5300-SET-LINE-STATUS
                       END-READ
               END-READ
           END-IF.

       5300-SET-LINE-STATUS.
           EVALUATE TRUE
               WHEN PKM-PICKED
                   MOVE "PK" TO STATUS-CODE OF ORDER-PROCESSING-RECORD
                       (WS-LINE-INDEX)
                   ADD 1 TO WS-STAMPED-COUNT
               WHEN PKM-SHORT
                   MOVE "SP" TO STATUS-CODE OF ORDER-PROCESSING-RECORD
                       (WS-LINE-INDEX)
                   ADD 1 TO WS-STAMPED-COUNT
               WHEN PKM-PACKED
                   MOVE "PA" TO STATUS-CODE OF ORDER-PROCESSING-RECORD
                       (WS-LINE-INDEX)
                   ADD 1 TO WS-STAMPED-COUNT
               WHEN PKM-SHIPPED
                   MOVE "SH" TO STATUS-CODE OF ORDER-PROCESSING-RECORD
                       (WS-LINE-INDEX)
                   MOVE PKM-SHIP-DATE TO SHIP-DATE
                       OF ORDER-PROCESSING-RECORD (WS-LINE-INDEX)
                   MOVE PKM-TRACKING-NUM TO TRACKING-NUM
                       OF ORDER-PROCESSING-RECORD (WS-LINE-INDEX)
                   ADD 1 TO WS-STAMPED-COUNT
           END-EVALUATE.

       9000-WRITE-REJECT.
           MOVE PICK-CONFIRMATION-RECORD TO PICK-CONFIRMATION-REJECT
           WRITE PICK-CONFIRMATION-REJECT
           ADD 1 TO WS-REJECT-COUNT.
