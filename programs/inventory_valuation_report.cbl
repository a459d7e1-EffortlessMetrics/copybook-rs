      *> INVVALRP - Month-end inventory valuation report. Values the
      *> closing INVLVL master at each item's weighted-average unit
      *> cost and rolls it up by item class - the activity class the
      *> cycle-count schedule master carries, class C for an item not
      *> yet on the schedule, as CYCPOST treats it. The month's
      *> movement audits (INVMVAUD, concatenated) supply the costed
      *> activity alongside: receipts in, cost of goods sold out,
      *> restocked returns, write-offs and the net count adjustment,
      *> so finance can walk the month from the journal to the
      *> closing stock value. A grand-total line closes the report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVALRP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-FILE ASSIGN TO "INVLVL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SCHEDULE-MASTER ASSIGN TO "CYCMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYS-ITEM-CODE
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "INVMVAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "INVVALRP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-FILE.
           COPY inventory_level_record.
       FD  SCHEDULE-MASTER.
           COPY cycle_schedule_record.
       FD  AUDIT-FILE.
           COPY inventory_movement_audit.
       FD  REPORT-FILE.
           COPY inventory_valuation_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-SCHEDULE-STATUS          PIC X(2).
       01  WS-AUDIT-STATUS             PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-REPORT-MONTH             PIC 9(6).
       01  WS-SCHEDULE-STATE           PIC X(1) VALUE 'N'.
           88  WS-SCHEDULE-OPEN        VALUE 'Y'.
       01  WS-FOUND                    PIC X(1).
           88  WS-ITEM-FOUND           VALUE 'Y'.
       01  WS-ITEM-INDEX               PIC 9(4) COMP.
       01  WS-ITEM-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-CLASS-INDEX              PIC 9(1) COMP.
       01  WS-ITEM-TABLE.
           05  WS-ITM-ENTRY OCCURS 5000 TIMES.
               10  WS-ITM-CODE         PIC X(5).
               10  WS-ITM-CLASS-INDEX  PIC 9(1) COMP.
      *> Classes A, B and C roll up in slots 1-3; slot 4 is the
      *> grand total.
       01  WS-CLASS-CODES              PIC X(4) VALUE 'ABC*'.
       01  WS-CLASS-CODE-TABLE REDEFINES WS-CLASS-CODES.
           05  WS-CLASS-CODE OCCURS 4 TIMES
                                       PIC X(1).
       01  WS-CLASS-TABLE.
           05  WS-CLS-ENTRY OCCURS 4 TIMES.
               10  WS-CLS-ITEMS        PIC 9(7).
               10  WS-CLS-ONHAND       PIC 9(11).
               10  WS-CLS-VALUE        PIC 9(15)V99.
               10  WS-CLS-RECEIPTS     PIC 9(15)V99.
               10  WS-CLS-COGS         PIC 9(15)V99.
               10  WS-CLS-RETURNS      PIC 9(15)V99.
               10  WS-CLS-WRITE-OFFS   PIC 9(15)V99.
               10  WS-CLS-ADJUSTMENTS  PIC S9(15)V99.
       01  WS-COUNTS.
           05  WS-ITEMS-READ           PIC 9(9) VALUE 0.
           05  WS-AUDIT-READ           PIC 9(9) VALUE 0.
           05  WS-AUDIT-MONTH          PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           MOVE WS-TODAY (1:6) TO WS-REPORT-MONTH
           INITIALIZE WS-CLASS-TABLE
           OPEN INPUT SCHEDULE-MASTER
           IF WS-SCHEDULE-STATUS = "00"
               SET WS-SCHEDULE-OPEN TO TRUE
           END-IF
           PERFORM 1000-LOAD-INVENTORY
           IF WS-SCHEDULE-OPEN
               CLOSE SCHEDULE-MASTER
           END-IF
           PERFORM 2000-TALLY-MONTH-ACTIVITY
           OPEN OUTPUT REPORT-FILE
           PERFORM 3000-WRITE-REPORT
           CLOSE REPORT-FILE
           DISPLAY "INVVALRP: ITEMS=" WS-ITEMS-READ
                   " AUDIT=" WS-AUDIT-READ
                   " MONTH=" WS-AUDIT-MONTH
                   " VALUE=" WS-CLS-VALUE (4)
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

       1000-LOAD-INVENTORY.
           OPEN INPUT INVENTORY-FILE
           PERFORM 1100-READ-INVENTORY
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-ITEMS-READ
               PERFORM 1200-CLASSIFY-ITEM
               ADD 1 TO WS-CLS-ITEMS (WS-CLASS-INDEX)
               ADD ILR-AVAILABLE-QTY
                   TO WS-CLS-ONHAND (WS-CLASS-INDEX)
               ADD ILR-STOCK-VALUE
                   TO WS-CLS-VALUE (WS-CLASS-INDEX)
               IF WS-ITEM-COUNT < 5000
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE ILR-ITEM-CODE TO WS-ITM-CODE (WS-ITEM-COUNT)
                   MOVE WS-CLASS-INDEX
                       TO WS-ITM-CLASS-INDEX (WS-ITEM-COUNT)
               END-IF
               PERFORM 1100-READ-INVENTORY
           END-PERFORM
           CLOSE INVENTORY-FILE
           MOVE 'N' TO WS-EOF.

       1100-READ-INVENTORY.
           READ INVENTORY-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1200-CLASSIFY-ITEM.
           MOVE 3 TO WS-CLASS-INDEX
           IF WS-SCHEDULE-OPEN
               MOVE ILR-ITEM-CODE TO CYS-ITEM-CODE
               READ SCHEDULE-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CYS-HIGH-MOVEMENT
                               MOVE 1 TO WS-CLASS-INDEX
                           WHEN CYS-MEDIUM-MOVEMENT
                               MOVE 2 TO WS-CLASS-INDEX
                       END-EVALUATE
               END-READ
           END-IF.

      *> An absent audit file just means nothing moved this month.
      *> Movements for an item no longer on the master fall to
      *> class C.
       2000-TALLY-MONTH-ACTIVITY.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM 2100-READ-AUDIT
               PERFORM UNTIL END-OF-FILE
                   ADD 1 TO WS-AUDIT-READ
                   IF IMA-POSTED-DATE (1:6) = WS-REPORT-MONTH
                       ADD 1 TO WS-AUDIT-MONTH
                       PERFORM 2200-TALLY-MOVEMENT
                   END-IF
                   PERFORM 2100-READ-AUDIT
               END-PERFORM
               CLOSE AUDIT-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       2100-READ-AUDIT.
           READ AUDIT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2200-TALLY-MOVEMENT.
           MOVE 3 TO WS-CLASS-INDEX
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
               UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
                   OR WS-ITEM-FOUND
               IF WS-ITM-CODE (WS-ITEM-INDEX) = IMA-ITEM-CODE
                   SET WS-ITEM-FOUND TO TRUE
                   MOVE WS-ITM-CLASS-INDEX (WS-ITEM-INDEX)
                       TO WS-CLASS-INDEX
               END-IF
           END-PERFORM
           EVALUATE IMA-MOVEMENT-TYPE
               WHEN 'R'
                   ADD IMA-MOVEMENT-VALUE
                       TO WS-CLS-RECEIPTS (WS-CLASS-INDEX)
                          WS-CLS-RECEIPTS (4)
               WHEN 'T'
                   ADD IMA-MOVEMENT-VALUE
                       TO WS-CLS-RETURNS (WS-CLASS-INDEX)
                          WS-CLS-RETURNS (4)
               WHEN 'I'
                   SUBTRACT IMA-MOVEMENT-VALUE
                       FROM WS-CLS-COGS (WS-CLASS-INDEX)
                            WS-CLS-COGS (4)
               WHEN 'W'
                   SUBTRACT IMA-MOVEMENT-VALUE
                       FROM WS-CLS-WRITE-OFFS (WS-CLASS-INDEX)
                            WS-CLS-WRITE-OFFS (4)
               WHEN 'A'
                   ADD IMA-MOVEMENT-VALUE
                       TO WS-CLS-ADJUSTMENTS (WS-CLASS-INDEX)
                          WS-CLS-ADJUSTMENTS (4)
           END-EVALUATE.

      *> A class with no items and no activity is left off; the
      *> grand-total line is always written.
       3000-WRITE-REPORT.
           PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
               UNTIL WS-CLASS-INDEX > 3
               ADD WS-CLS-ITEMS (WS-CLASS-INDEX) TO WS-CLS-ITEMS (4)
               ADD WS-CLS-ONHAND (WS-CLASS-INDEX)
                   TO WS-CLS-ONHAND (4)
               ADD WS-CLS-VALUE (WS-CLASS-INDEX) TO WS-CLS-VALUE (4)
               IF WS-CLS-ITEMS (WS-CLASS-INDEX) > 0
                       OR WS-CLS-RECEIPTS (WS-CLASS-INDEX) > 0
                       OR WS-CLS-COGS (WS-CLASS-INDEX) > 0
                       OR WS-CLS-RETURNS (WS-CLASS-INDEX) > 0
                       OR WS-CLS-WRITE-OFFS (WS-CLASS-INDEX) > 0
                       OR WS-CLS-ADJUSTMENTS (WS-CLASS-INDEX) NOT = 0
                   PERFORM 3100-WRITE-CLASS-LINE
               END-IF
           END-PERFORM
           MOVE 4 TO WS-CLASS-INDEX
           PERFORM 3100-WRITE-CLASS-LINE.

       3100-WRITE-CLASS-LINE.
           MOVE WS-REPORT-MONTH TO IVL-MONTH
           MOVE WS-CLASS-CODE (WS-CLASS-INDEX) TO IVL-ITEM-CLASS
           MOVE WS-CLS-ITEMS (WS-CLASS-INDEX) TO IVL-ITEM-COUNT
           MOVE WS-CLS-ONHAND (WS-CLASS-INDEX) TO IVL-ONHAND-QTY
           MOVE WS-CLS-VALUE (WS-CLASS-INDEX) TO IVL-STOCK-VALUE
           MOVE WS-CLS-RECEIPTS (WS-CLASS-INDEX)
               TO IVL-RECEIPT-VALUE
           MOVE WS-CLS-COGS (WS-CLASS-INDEX) TO IVL-COGS-VALUE
           MOVE WS-CLS-RETURNS (WS-CLASS-INDEX) TO IVL-RETURN-VALUE
           MOVE WS-CLS-WRITE-OFFS (WS-CLASS-INDEX)
               TO IVL-WRITE-OFF-VALUE
           MOVE WS-CLS-ADJUSTMENTS (WS-CLASS-INDEX)
               TO IVL-ADJUSTMENT-VALUE
           WRITE INVENTORY-VALUATION-LINE.
