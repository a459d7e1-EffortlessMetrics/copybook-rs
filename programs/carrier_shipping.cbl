      *> CARRSHIP - Carrier selection, tracking-number assignment and
      *> end-of-day manifests for packed cartons. Each order on the
      *> PICKCONF-stamped order feed with packed pick lines ships
      *> them as one carton, weighed off the product master's unit
      *> weights. The carton is rated across every contracted carrier
      *> by the zone the carrier puts the customer's ship-to state
      *> in, the weight break it fits under and each service level;
      *> the cheapest service that delivers by the promised date on
      *> the order's shipping instruction wins, and when none can the
      *> fastest goes and the carton is marked late. The carrier's
      *> own sequence issues the tracking number, which goes onto the
      *> pick lines and back onto the order lines' LINE-STATUS with
      *> the ship date and status SH, so SHPTRACK no longer depends
      *> on numbers keyed from labels. Every carton shipped lands on
      *> its carrier's manifest, and each carrier's manifest posts
      *> its trailer for MANIFGEN. A carton with no ship-to or no
      *> carrier rating it stays packed on the exception list, as
      *> does one rated after the day's manifests are already full -
      *> it ships on the next run. The carrier accounts are read
      *> whole and written back with their new tracking sequences;
      *> a carrier account file holding more than 100 carriers stops
      *> the run with return code 16 before anything is shipped or
      *> written, so no carrier or sequence is ever lost.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARRSHIP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO "SHIPORDI"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ORDER-OUT-FILE ASSIGN TO "SHIPORDO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PICK-MASTER ASSIGN TO "PICKMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PKM-PICK-KEY.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDM-PRODUCT-CODE.
           SELECT ACCOUNT-FILE ASSIGN TO "CARRACCT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ZONE-FILE ASSIGN TO "CARRZONE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RATE-FILE ASSIGN TO "CARRRATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SHIP-TO-FILE ASSIGN TO "CUSTSHIP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHIP-TO-STATUS.
           SELECT INSTRUCTION-FILE ASSIGN TO "ORDSHIPI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INSTRUCTION-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "SHIPMANF"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "SHIPEXC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MANIFEST-CONTROL-FILE ASSIGN TO "MANIFCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANIF-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
           COPY ac3_child_inside_odo_basic.
       FD  ORDER-OUT-FILE.
           COPY ac3_child_inside_odo_basic
               REPLACING ==ORDER-PROCESSING-RECORD== BY
                         ==ORDER-OUTPUT-RECORD==
                         ==LINE-COUNT== BY
                         ==OUT-LINE-COUNT==.
       FD  PICK-MASTER.
           COPY pick_line_record.
       FD  PRODUCT-MASTER.
           COPY product_master_record.
       FD  ACCOUNT-FILE.
           COPY carrier_account_record.
       FD  ZONE-FILE.
           COPY carrier_zone_record.
       FD  RATE-FILE.
           COPY carrier_rate_record.
       FD  SHIP-TO-FILE.
           COPY customer_ship_to_record.
       FD  INSTRUCTION-FILE.
           COPY ship_instruction_record.
       FD  MANIFEST-FILE.
           COPY carrier_manifest_line.
       FD  EXCEPTION-FILE.
           COPY shipping_exception_line.
       FD  MANIFEST-CONTROL-FILE.
           COPY control_total_trailer_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-SHIP-TO-STATUS           PIC X(2).
       01  WS-INSTRUCTION-STATUS       PIC X(2).
       01  WS-MANIF-STATUS             PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-PICK-EOF                 PIC X(1).
           88  END-OF-ORDER-PICKS      VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-ORDER-NUMBER             PIC 9(8).
       01  WS-LINE-INDEX               PIC 9(3) COMP.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-CARRIER-INDEX            PIC 9(3) COMP.
       01  WS-CARRIER-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-CARRIER-OVERFLOW         PIC X(1) VALUE 'N'.
           88  WS-CARRIERS-OVERFLOW    VALUE 'Y'.
       01  WS-ZONE-INDEX               PIC 9(5) COMP.
       01  WS-ZONE-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-RATE-INDEX               PIC 9(5) COMP.
       01  WS-RATE-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-SHIP-INDEX               PIC 9(5) COMP.
       01  WS-SHIP-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-PRODUCT-INDEX            PIC 9(5) COMP.
       01  WS-PRODUCT-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-INS-INDEX                PIC 9(5) COMP.
       01  WS-INS-COUNT                PIC 9(5) COMP VALUE 0.
       01  WS-CARTON-INDEX             PIC 9(3) COMP.
       01  WS-CARTON-LINES             PIC 9(3) COMP.
       01  WS-MAN-INDEX                PIC 9(5) COMP.
       01  WS-MAN-COUNT                PIC 9(5) COMP VALUE 0.
       01  WS-CUSTOMER-ID              PIC X(10).
       01  WS-LINE-ITEM                PIC X(5).
       01  WS-DEST-STATE               PIC X(2).
       01  WS-PROMISED-DATE            PIC 9(8).
       01  WS-CARTON-WEIGHT            PIC 9(7)V999.
       01  WS-ITEM-WEIGHT              PIC 9(5)V999.
       01  WS-ZONE                     PIC 9(2).
       01  WS-ROW-DELIVERY             PIC 9(8).
       01  WS-ROW-MEETS                PIC X(1).
       01  WS-TAKE-ROW                 PIC X(1).
       01  WS-BEST-STATE               PIC X(1).
           88  WS-CARTON-RATED         VALUE 'Y'.
       01  WS-BEST-CARRIER             PIC 9(3) COMP.
       01  WS-BEST-SERVICE             PIC X(2).
       01  WS-BEST-ZONE                PIC 9(2).
       01  WS-BEST-CHARGE              PIC 9(5)V99.
       01  WS-BEST-DELIVERY            PIC 9(8).
       01  WS-BEST-MEETS               PIC X(1).
       01  WS-TRACKING-SEQ             PIC 9(12).
       01  WS-TRACKING-NUM             PIC X(20).
       01  WS-FEED-ID                  PIC X(8).
       01  WS-CARRIER-TABLE.
           05  WS-CAC-ENTRY OCCURS 100 TIMES.
               10  WS-CAC-CODE         PIC X(4).
               10  WS-CAC-NAME         PIC X(20).
               10  WS-CAC-PREFIX       PIC X(4).
               10  WS-CAC-LAST-SEQ     PIC 9(12).
               10  WS-CAC-CARTONS      PIC 9(9).
               10  WS-CAC-CHARGES      PIC S9(13)V99.
       01  WS-ZONE-TABLE.
           05  WS-ZON-ENTRY OCCURS 5000 TIMES.
               10  WS-ZON-CARRIER      PIC X(4).
               10  WS-ZON-STATE        PIC X(2).
               10  WS-ZON-ZONE         PIC 9(2).
       01  WS-RATE-TABLE.
           05  WS-RAT-ENTRY OCCURS 5000 TIMES.
               10  WS-RAT-CARRIER      PIC X(4).
               10  WS-RAT-SERVICE      PIC X(2).
               10  WS-RAT-ZONE         PIC 9(2).
               10  WS-RAT-MAX-WEIGHT   PIC 9(5)V999.
               10  WS-RAT-CHARGE       PIC 9(5)V99.
               10  WS-RAT-TRANSIT      PIC 9(2).
       01  WS-SHIP-TO-TABLE.
           05  WS-SHP-ENTRY OCCURS 10000 TIMES.
               10  WS-SHP-CUSTOMER     PIC X(10).
               10  WS-SHP-STATE        PIC X(2).
       01  WS-PRODUCT-TABLE.
           05  WS-PRD-ENTRY OCCURS 20000 TIMES.
               10  WS-PRD-PRODUCT      PIC X(12).
               10  WS-PRD-ITEM         PIC X(5).
               10  WS-PRD-WEIGHT       PIC 9(5)V999.
       01  WS-INSTRUCTION-TABLE.
           05  WS-INS-ENTRY OCCURS 10000 TIMES.
               10  WS-INS-ORDER        PIC 9(8).
               10  WS-INS-PROMISED     PIC 9(8).
      *> Items packed into the carton being shipped, so the order
      *> lines for exactly those items take the tracking number.
       01  WS-CARTON-TABLE.
           05  WS-CTN-ITEM OCCURS 999 TIMES PIC X(5).
      *> The day's manifest lines, held until end of run so each
      *> carrier's manifest goes out together.
       01  WS-MANIFEST-TABLE.
           05  WS-MAN-ENTRY OCCURS 10000 TIMES.
               10  WS-MAN-CARRIER      PIC X(4).
               10  WS-MAN-LINE         PIC X(90).
       01  WS-COUNTS.
           05  WS-ORDER-COUNT          PIC 9(7) VALUE 0.
           05  WS-CARTON-COUNT         PIC 9(7) VALUE 0.
           05  WS-SHIPPED-COUNT        PIC 9(7) VALUE 0.
           05  WS-LATE-COUNT           PIC 9(7) VALUE 0.
           05  WS-EXCEPTION-COUNT      PIC 9(7) VALUE 0.
           05  WS-LINES-STAMPED        PIC 9(9) VALUE 0.
           05  WS-FREIGHT-TOTAL        PIC S9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 1000-LOAD-CARRIERS
           IF WS-CARRIERS-OVERFLOW
               DISPLAY "CARRSHIP: CARRACCT HOLDS MORE THAN 100"
                       " CARRIERS - RUN STOPPED, NOTHING SHIPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-LOAD-ZONES
           PERFORM 1200-LOAD-RATES
           PERFORM 1300-LOAD-SHIP-TO
           PERFORM 1400-LOAD-PRODUCTS
           PERFORM 1500-LOAD-INSTRUCTIONS
           OPEN I-O PICK-MASTER
           OPEN INPUT ORDER-FILE
           OPEN OUTPUT ORDER-OUT-FILE EXCEPTION-FILE
           PERFORM 2000-READ-ORDER
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-ORDER-COUNT
               PERFORM 2100-SHIP-ORDER
               MOVE ORDER-PROCESSING-RECORD TO ORDER-OUTPUT-RECORD
               WRITE ORDER-OUTPUT-RECORD
               PERFORM 2000-READ-ORDER
           END-PERFORM
           CLOSE ORDER-FILE ORDER-OUT-FILE EXCEPTION-FILE PICK-MASTER
           PERFORM 6000-WRITE-MANIFESTS
           PERFORM 7000-WRITE-CARRIER-ACCOUNTS
           DISPLAY "CARRSHIP: ORDERS=" WS-ORDER-COUNT
                   " CARTONS=" WS-CARTON-COUNT
                   " SHIPPED=" WS-SHIPPED-COUNT
                   " LATE=" WS-LATE-COUNT
                   " EXCEPTIONS=" WS-EXCEPTION-COUNT
                   " LINES=" WS-LINES-STAMPED
                   " FREIGHT=" WS-FREIGHT-TOTAL
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

       1000-LOAD-CARRIERS.
           OPEN INPUT ACCOUNT-FILE
           PERFORM 1010-READ-CARRIER
           PERFORM UNTIL END-OF-FILE
               IF WS-CARRIER-COUNT < 100
                   ADD 1 TO WS-CARRIER-COUNT
                   MOVE CAR-CARRIER-CODE
                       TO WS-CAC-CODE (WS-CARRIER-COUNT)
                   MOVE CAR-CARRIER-NAME
                       TO WS-CAC-NAME (WS-CARRIER-COUNT)
                   MOVE CAR-TRACKING-PREFIX
                       TO WS-CAC-PREFIX (WS-CARRIER-COUNT)
                   MOVE CAR-LAST-TRACKING-SEQ
                       TO WS-CAC-LAST-SEQ (WS-CARRIER-COUNT)
                   MOVE 0 TO WS-CAC-CARTONS (WS-CARRIER-COUNT)
                   MOVE 0 TO WS-CAC-CHARGES (WS-CARRIER-COUNT)
               ELSE
                   SET WS-CARRIERS-OVERFLOW TO TRUE
               END-IF
               PERFORM 1010-READ-CARRIER
           END-PERFORM
           CLOSE ACCOUNT-FILE
           MOVE 'N' TO WS-EOF.

       1010-READ-CARRIER.
           READ ACCOUNT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1100-LOAD-ZONES.
           OPEN INPUT ZONE-FILE
           PERFORM 1110-READ-ZONE
           PERFORM UNTIL END-OF-FILE
               IF WS-ZONE-COUNT < 5000
                   ADD 1 TO WS-ZONE-COUNT
                   MOVE CZR-CARRIER-CODE
                       TO WS-ZON-CARRIER (WS-ZONE-COUNT)
                   MOVE CZR-DEST-STATE
                       TO WS-ZON-STATE (WS-ZONE-COUNT)
                   MOVE CZR-ZONE
                       TO WS-ZON-ZONE (WS-ZONE-COUNT)
               END-IF
               PERFORM 1110-READ-ZONE
           END-PERFORM
           CLOSE ZONE-FILE
           MOVE 'N' TO WS-EOF.

       1110-READ-ZONE.
           READ ZONE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1200-LOAD-RATES.
           OPEN INPUT RATE-FILE
           PERFORM 1210-READ-RATE
           PERFORM UNTIL END-OF-FILE
               IF WS-RATE-COUNT < 5000
                   ADD 1 TO WS-RATE-COUNT
                   MOVE CRR-CARRIER-CODE
                       TO WS-RAT-CARRIER (WS-RATE-COUNT)
                   MOVE CRR-SERVICE-LEVEL
                       TO WS-RAT-SERVICE (WS-RATE-COUNT)
                   MOVE CRR-ZONE
                       TO WS-RAT-ZONE (WS-RATE-COUNT)
                   MOVE CRR-MAX-WEIGHT
                       TO WS-RAT-MAX-WEIGHT (WS-RATE-COUNT)
                   MOVE CRR-CHARGE
                       TO WS-RAT-CHARGE (WS-RATE-COUNT)
                   MOVE CRR-TRANSIT-DAYS
                       TO WS-RAT-TRANSIT (WS-RATE-COUNT)
               END-IF
               PERFORM 1210-READ-RATE
           END-PERFORM
           CLOSE RATE-FILE
           MOVE 'N' TO WS-EOF.

       1210-READ-RATE.
           READ RATE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> No ship-to file leaves every carton on the exception list.
       1300-LOAD-SHIP-TO.
           OPEN INPUT SHIP-TO-FILE
           IF WS-SHIP-TO-STATUS = "00"
               PERFORM 1310-READ-SHIP-TO
               PERFORM UNTIL END-OF-FILE
                   IF WS-SHIP-COUNT < 10000
                       ADD 1 TO WS-SHIP-COUNT
                       MOVE SHT-CUSTOMER-ID
                           TO WS-SHP-CUSTOMER (WS-SHIP-COUNT)
                       MOVE SHT-STATE-CODE
                           TO WS-SHP-STATE (WS-SHIP-COUNT)
                   END-IF
                   PERFORM 1310-READ-SHIP-TO
               END-PERFORM
               CLOSE SHIP-TO-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       1310-READ-SHIP-TO.
           READ SHIP-TO-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> The pick lines carry item codes and the order lines product
      *> codes; the master gives both, and the weight, in one table.
       1400-LOAD-PRODUCTS.
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
                           MOVE PDM-PRODUCT-CODE
                               TO WS-PRD-PRODUCT (WS-PRODUCT-COUNT)
                           MOVE PDM-ITEM-CODE
                               TO WS-PRD-ITEM (WS-PRODUCT-COUNT)
                           MOVE PDM-UNIT-WEIGHT
                               TO WS-PRD-WEIGHT (WS-PRODUCT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-MASTER.

      *> An order with no instruction was promised nothing, so any
      *> delivery date meets it.
       1500-LOAD-INSTRUCTIONS.
           OPEN INPUT INSTRUCTION-FILE
           IF WS-INSTRUCTION-STATUS = "00"
               PERFORM 1510-READ-INSTRUCTION
               PERFORM UNTIL END-OF-FILE
                   IF WS-INS-COUNT < 10000
                       ADD 1 TO WS-INS-COUNT
                       MOVE SHI-ORDER-ID
                           TO WS-INS-ORDER (WS-INS-COUNT)
                       MOVE SHI-PROMISED-DATE
                           TO WS-INS-PROMISED (WS-INS-COUNT)
                   END-IF
                   PERFORM 1510-READ-INSTRUCTION
               END-PERFORM
               CLOSE INSTRUCTION-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       1510-READ-INSTRUCTION.
           READ INSTRUCTION-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-READ-ORDER.
           READ ORDER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2100-SHIP-ORDER.
           MOVE FUNCTION NUMVAL
               (ORDER-ID OF ORDER-PROCESSING-RECORD)
               TO WS-ORDER-NUMBER
           MOVE CUSTOMER-ID OF ORDER-PROCESSING-RECORD
               TO WS-CUSTOMER-ID
           PERFORM 3000-BUILD-CARTON
           IF WS-CARTON-LINES > 0
               ADD 1 TO WS-CARTON-COUNT
               PERFORM 4000-RATE-CARTON
               IF WS-CARTON-RATED
                   IF WS-MAN-COUNT < 10000
                       PERFORM 5000-SHIP-CARTON
                   ELSE
                       SET SHX-MANIFEST-FULL TO TRUE
                       PERFORM 9000-WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      *> The carton is every packed pick line of the order not yet
      *> shipped; an item the master does not weigh adds nothing.
       3000-BUILD-CARTON.
           MOVE 0 TO WS-CARTON-LINES WS-CARTON-WEIGHT
           MOVE 'N' TO WS-PICK-EOF
           MOVE WS-ORDER-NUMBER TO PKM-ORDER-ID
           MOVE LOW-VALUES TO PKM-ITEM-CODE
           START PICK-MASTER KEY IS NOT LESS THAN PKM-PICK-KEY
               INVALID KEY SET END-OF-ORDER-PICKS TO TRUE
           END-START
           PERFORM 3100-READ-PICK-LINE
           PERFORM UNTIL END-OF-ORDER-PICKS
               IF PKM-PACKED AND WS-CARTON-LINES < 999
                   ADD 1 TO WS-CARTON-LINES
                   MOVE PKM-ITEM-CODE TO WS-CTN-ITEM (WS-CARTON-LINES)
                   PERFORM 3200-WEIGH-ITEM
                   COMPUTE WS-CARTON-WEIGHT =
                       WS-CARTON-WEIGHT
                       + WS-ITEM-WEIGHT * PKM-PICKED-QTY
               END-IF
               PERFORM 3100-READ-PICK-LINE
           END-PERFORM.

       3100-READ-PICK-LINE.
           IF NOT END-OF-ORDER-PICKS
               READ PICK-MASTER NEXT
                   AT END SET END-OF-ORDER-PICKS TO TRUE
                   NOT AT END
                       IF PKM-ORDER-ID NOT = WS-ORDER-NUMBER
                           SET END-OF-ORDER-PICKS TO TRUE
                       END-IF
               END-READ
           END-IF.

       3200-WEIGH-ITEM.
           MOVE 0 TO WS-ITEM-WEIGHT
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PRODUCT-INDEX FROM 1 BY 1
               UNTIL WS-PRODUCT-INDEX > WS-PRODUCT-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-PRD-ITEM (WS-PRODUCT-INDEX) = PKM-ITEM-CODE
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-PRD-WEIGHT (WS-PRODUCT-INDEX)
                       TO WS-ITEM-WEIGHT
               END-IF
           END-PERFORM.

      *> Every carrier is tried: its zone for the ship-to state, then
      *> every service and weight break that takes the carton.
       4000-RATE-CARTON.
           MOVE 'N' TO WS-BEST-STATE
           MOVE SPACES TO WS-DEST-STATE
           MOVE 0 TO WS-PROMISED-DATE
           PERFORM VARYING WS-INS-INDEX FROM 1 BY 1
               UNTIL WS-INS-INDEX > WS-INS-COUNT
               IF WS-INS-ORDER (WS-INS-INDEX) = WS-ORDER-NUMBER
                   MOVE WS-INS-PROMISED (WS-INS-INDEX)
                       TO WS-PROMISED-DATE
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SHIP-INDEX FROM 1 BY 1
               UNTIL WS-SHIP-INDEX > WS-SHIP-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-SHP-CUSTOMER (WS-SHIP-INDEX) = WS-CUSTOMER-ID
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-SHP-STATE (WS-SHIP-INDEX) TO WS-DEST-STATE
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               SET SHX-NO-SHIP-TO TO TRUE
               PERFORM 9000-WRITE-EXCEPTION
           ELSE
               PERFORM VARYING WS-CARRIER-INDEX FROM 1 BY 1
                   UNTIL WS-CARRIER-INDEX > WS-CARRIER-COUNT
                   PERFORM 4100-RATE-WITH-CARRIER
               END-PERFORM
               IF NOT WS-CARTON-RATED
                   SET SHX-NO-RATE TO TRUE
                   PERFORM 9000-WRITE-EXCEPTION
               END-IF
           END-IF.

       4100-RATE-WITH-CARRIER.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-ZONE-INDEX FROM 1 BY 1
               UNTIL WS-ZONE-INDEX > WS-ZONE-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-ZON-CARRIER (WS-ZONE-INDEX) =
                       WS-CAC-CODE (WS-CARRIER-INDEX)
                   AND WS-ZON-STATE (WS-ZONE-INDEX) = WS-DEST-STATE
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-ZON-ZONE (WS-ZONE-INDEX) TO WS-ZONE
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
                   UNTIL WS-RATE-INDEX > WS-RATE-COUNT
                   IF WS-RAT-CARRIER (WS-RATE-INDEX) =
                           WS-CAC-CODE (WS-CARRIER-INDEX)
                       AND WS-RAT-ZONE (WS-RATE-INDEX) = WS-ZONE
                       AND WS-CARTON-WEIGHT
                           <= WS-RAT-MAX-WEIGHT (WS-RATE-INDEX)
                       PERFORM 4200-WEIGH-RATE-ROW
                   END-IF
               END-PERFORM
           END-IF.

      *> A service that makes the promised date beats one that does
      *> not; among those that make it the cheapest wins, and among
      *> those that cannot the fastest does. Ties go the other way.
       4200-WEIGH-RATE-ROW.
           COMPUTE WS-ROW-DELIVERY =
               FUNCTION DATE-OF-INTEGER (
                   FUNCTION INTEGER-OF-DATE (WS-TODAY)
                   + WS-RAT-TRANSIT (WS-RATE-INDEX))
           MOVE 'N' TO WS-ROW-MEETS
           IF WS-PROMISED-DATE = 0
                   OR WS-ROW-DELIVERY <= WS-PROMISED-DATE
               MOVE 'Y' TO WS-ROW-MEETS
           END-IF
           MOVE 'N' TO WS-TAKE-ROW
           EVALUATE TRUE
               WHEN NOT WS-CARTON-RATED
                   MOVE 'Y' TO WS-TAKE-ROW
               WHEN WS-ROW-MEETS = 'Y' AND WS-BEST-MEETS = 'N'
                   MOVE 'Y' TO WS-TAKE-ROW
               WHEN WS-ROW-MEETS = 'N' AND WS-BEST-MEETS = 'Y'
                   CONTINUE
               WHEN WS-ROW-MEETS = 'Y'
                   IF WS-RAT-CHARGE (WS-RATE-INDEX) < WS-BEST-CHARGE
                       OR (WS-RAT-CHARGE (WS-RATE-INDEX)
                               = WS-BEST-CHARGE
                           AND WS-ROW-DELIVERY < WS-BEST-DELIVERY)
                       MOVE 'Y' TO WS-TAKE-ROW
                   END-IF
               WHEN OTHER
                   IF WS-ROW-DELIVERY < WS-BEST-DELIVERY
                       OR (WS-ROW-DELIVERY = WS-BEST-DELIVERY
                           AND WS-RAT-CHARGE (WS-RATE-INDEX)
                               < WS-BEST-CHARGE)
                       MOVE 'Y' TO WS-TAKE-ROW
                   END-IF
           END-EVALUATE
           IF WS-TAKE-ROW = 'Y'
               SET WS-CARTON-RATED TO TRUE
               MOVE WS-CARRIER-INDEX TO WS-BEST-CARRIER
               MOVE WS-RAT-SERVICE (WS-RATE-INDEX) TO WS-BEST-SERVICE
               MOVE WS-ZONE TO WS-BEST-ZONE
               MOVE WS-RAT-CHARGE (WS-RATE-INDEX) TO WS-BEST-CHARGE
               MOVE WS-ROW-DELIVERY TO WS-BEST-DELIVERY
               MOVE WS-ROW-MEETS TO WS-BEST-MEETS
           END-IF.

      *> The tracking number is the carrier's prefix and its next
      *> sequence under our account.
       5000-SHIP-CARTON.
           ADD 1 TO WS-CAC-LAST-SEQ (WS-BEST-CARRIER)
           MOVE WS-CAC-LAST-SEQ (WS-BEST-CARRIER) TO WS-TRACKING-SEQ
           MOVE SPACES TO WS-TRACKING-NUM
           STRING WS-CAC-PREFIX (WS-BEST-CARRIER) DELIMITED BY SPACE
                  WS-TRACKING-SEQ DELIMITED BY SIZE
               INTO WS-TRACKING-NUM
           END-STRING
           PERFORM VARYING WS-CARTON-INDEX FROM 1 BY 1
               UNTIL WS-CARTON-INDEX > WS-CARTON-LINES
               PERFORM 5100-SHIP-PICK-LINE
           END-PERFORM
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX >
                   LINE-COUNT OF ORDER-PROCESSING-RECORD
               IF STATUS-CODE OF ORDER-PROCESSING-RECORD
                       (WS-LINE-INDEX) = "PA"
                   PERFORM 5200-STAMP-ORDER-LINE
               END-IF
           END-PERFORM
           PERFORM 5300-HOLD-MANIFEST-LINE
           ADD 1 TO WS-CAC-CARTONS (WS-BEST-CARRIER)
           ADD WS-BEST-CHARGE TO WS-CAC-CHARGES (WS-BEST-CARRIER)
           ADD WS-BEST-CHARGE TO WS-FREIGHT-TOTAL
           ADD 1 TO WS-SHIPPED-COUNT
           IF WS-BEST-MEETS = 'N'
               ADD 1 TO WS-LATE-COUNT
           END-IF.

       5100-SHIP-PICK-LINE.
           MOVE WS-ORDER-NUMBER TO PKM-ORDER-ID
           MOVE WS-CTN-ITEM (WS-CARTON-INDEX) TO PKM-ITEM-CODE
           READ PICK-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET PKM-SHIPPED TO TRUE
                   MOVE WS-CAC-CODE (WS-BEST-CARRIER)
                       TO PKM-CARRIER-CODE
                   MOVE WS-TODAY TO PKM-SHIP-DATE
                   MOVE WS-TRACKING-NUM TO PKM-TRACKING-NUM
                   REWRITE PICK-LINE-RECORD
           END-READ.

      *> Only a packed line whose item went in this carton ships.
       5200-STAMP-ORDER-LINE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PRODUCT-INDEX FROM 1 BY 1
               UNTIL WS-PRODUCT-INDEX > WS-PRODUCT-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-PRD-PRODUCT (WS-PRODUCT-INDEX) =
                       PRODUCT-CODE OF ORDER-PROCESSING-RECORD
                           (WS-LINE-INDEX)
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-PRD-ITEM (WS-PRODUCT-INDEX)
                       TO WS-LINE-ITEM
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-CARTON-INDEX FROM 1 BY 1
                   UNTIL WS-CARTON-INDEX > WS-CARTON-LINES
                       OR WS-ENTRY-FOUND
                   IF WS-CTN-ITEM (WS-CARTON-INDEX) = WS-LINE-ITEM
                       SET WS-ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-ENTRY-FOUND
                   MOVE "SH" TO STATUS-CODE OF ORDER-PROCESSING-RECORD
                       (WS-LINE-INDEX)
                   MOVE WS-TODAY TO SHIP-DATE
                       OF ORDER-PROCESSING-RECORD (WS-LINE-INDEX)
                   MOVE WS-TRACKING-NUM TO TRACKING-NUM
                       OF ORDER-PROCESSING-RECORD (WS-LINE-INDEX)
                   ADD 1 TO WS-LINES-STAMPED
               END-IF
           END-IF.

       5300-HOLD-MANIFEST-LINE.
           MOVE WS-CAC-CODE (WS-BEST-CARRIER) TO CML-CARRIER-CODE
           MOVE WS-BEST-SERVICE TO CML-SERVICE-LEVEL
           MOVE WS-TRACKING-NUM TO CML-TRACKING-NUM
           MOVE WS-TODAY TO CML-SHIP-DATE
           MOVE WS-ORDER-NUMBER TO CML-ORDER-ID
           MOVE WS-CUSTOMER-ID TO CML-CUSTOMER-ID
           MOVE WS-DEST-STATE TO CML-DEST-STATE
           MOVE WS-BEST-ZONE TO CML-ZONE
           MOVE WS-CARTON-WEIGHT TO CML-CARTON-WEIGHT
           MOVE WS-BEST-CHARGE TO CML-CHARGE
           MOVE WS-PROMISED-DATE TO CML-PROMISED-DATE
           MOVE WS-BEST-DELIVERY TO CML-DELIVERY-DATE
           MOVE 'N' TO CML-LATE-FLAG
           IF WS-BEST-MEETS = 'N'
               SET CML-LATE TO TRUE
           END-IF
           IF WS-MAN-COUNT < 10000
               ADD 1 TO WS-MAN-COUNT
               MOVE CML-CARRIER-CODE TO WS-MAN-CARRIER (WS-MAN-COUNT)
               MOVE CARRIER-MANIFEST-LINE TO WS-MAN-LINE (WS-MAN-COUNT)
           END-IF.

      *> Each carrier's cartons go out together, and each carrier
      *> with any posts its own trailer - feed ID SHPM and the
      *> carrier code - so MANIFGEN stamps a manifest per carrier.
       6000-WRITE-MANIFESTS.
           OPEN OUTPUT MANIFEST-FILE
           OPEN EXTEND MANIFEST-CONTROL-FILE
           IF WS-MANIF-STATUS NOT = "00"
               OPEN OUTPUT MANIFEST-CONTROL-FILE
           END-IF
           PERFORM VARYING WS-CARRIER-INDEX FROM 1 BY 1
               UNTIL WS-CARRIER-INDEX > WS-CARRIER-COUNT
               IF WS-CAC-CARTONS (WS-CARRIER-INDEX) > 0
                   PERFORM 6100-WRITE-CARRIER-MANIFEST
               END-IF
           END-PERFORM
           CLOSE MANIFEST-FILE MANIFEST-CONTROL-FILE.

       6100-WRITE-CARRIER-MANIFEST.
           PERFORM VARYING WS-MAN-INDEX FROM 1 BY 1
               UNTIL WS-MAN-INDEX > WS-MAN-COUNT
               IF WS-MAN-CARRIER (WS-MAN-INDEX) =
                       WS-CAC-CODE (WS-CARRIER-INDEX)
                   MOVE WS-MAN-LINE (WS-MAN-INDEX)
                       TO CARRIER-MANIFEST-LINE
                   WRITE CARRIER-MANIFEST-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-FEED-ID
           STRING "SHPM" DELIMITED BY SIZE
                  WS-CAC-CODE (WS-CARRIER-INDEX) DELIMITED BY SIZE
               INTO WS-FEED-ID
           END-STRING
           MOVE WS-FEED-ID TO CTT-FEED-ID
           MOVE WS-TODAY TO CTT-RUN-DATE
           MOVE WS-CAC-CARTONS (WS-CARRIER-INDEX) TO CTT-RECORD-COUNT
           MOVE WS-CAC-CHARGES (WS-CARRIER-INDEX) TO CTT-AMOUNT-TOTAL
           WRITE CONTROL-TOTAL-TRAILER-RECORD.

       7000-WRITE-CARRIER-ACCOUNTS.
           OPEN OUTPUT ACCOUNT-FILE
           PERFORM VARYING WS-CARRIER-INDEX FROM 1 BY 1
               UNTIL WS-CARRIER-INDEX > WS-CARRIER-COUNT
               MOVE WS-CAC-CODE (WS-CARRIER-INDEX) TO CAR-CARRIER-CODE
               MOVE WS-CAC-NAME (WS-CARRIER-INDEX) TO CAR-CARRIER-NAME
               MOVE WS-CAC-PREFIX (WS-CARRIER-INDEX)
                   TO CAR-TRACKING-PREFIX
               MOVE WS-CAC-LAST-SEQ (WS-CARRIER-INDEX)
                   TO CAR-LAST-TRACKING-SEQ
               WRITE CARRIER-ACCOUNT-RECORD
           END-PERFORM
           CLOSE ACCOUNT-FILE.

       9000-WRITE-EXCEPTION.
           MOVE WS-ORDER-NUMBER TO SHX-ORDER-ID
           MOVE WS-CUSTOMER-ID TO SHX-CUSTOMER-ID
           MOVE WS-DEST-STATE TO SHX-DEST-STATE
           MOVE WS-CARTON-WEIGHT TO SHX-CARTON-WEIGHT
           MOVE WS-TODAY TO SHX-EXCEPTION-DATE
           WRITE SHIPPING-EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.
