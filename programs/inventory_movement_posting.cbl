      * would drive ILR-AVAILABLE-QTY negative. Every applied movement
      * writes a before/after audit line; the run closes by writing
      * the updated master and the end-of-day on-hand report, so the
      * afternoon INVLVL stops lying to BACKORD. Each item carries a
      * weighted-average unit cost: a receipt re-averages it at the
      * price it was bought at, while issues, write-offs, returns and
      * count adjustments move at the current average. Every costed
      * movement posts a balanced pair to the day's inventory-
      * valuation journal through the GL mapping reference.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPOST.

               ORGANIZATION IS SEQUENTIAL.
           SELECT EOD-FILE ASSIGN TO "INVEODRP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAPPING-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "INVGLJNL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
                      BY ==REJECTED-MOVEMENT-RECORD==.
       FD  EOD-FILE.
           COPY inventory_eod_line.
       FD  MAPPING-FILE.
           COPY gl_account_mapping.
       FD  JOURNAL-FILE.
           COPY gl_journal_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
               10  WS-ITM-ADJUSTMENTS  PIC S9(7).
               10  WS-ITM-REORDER      PIC 9(7).
               10  WS-ITM-SUGGESTED    PIC 9(7).
               10  WS-ITM-UNIT-COST    PIC 9(7)V9(4).
               10  WS-ITM-VALUE        PIC 9(13)V99.
       01  WS-MOVE-COST                PIC 9(7)V9(4).
       01  WS-MOVE-VALUE               PIC S9(13)V99.
      * Valuation accounts from the branch-zero TRN rows of the GL
      * mapping reference; a type with no row is left unposted.
       01  WS-GL-ACCOUNTS.
           05  WS-RECEIPT-ACCOUNT      PIC 9(8) VALUE 0.
           05  WS-RECEIPT-OFFSET       PIC 9(8) VALUE 0.
           05  WS-ISSUE-ACCOUNT        PIC 9(8) VALUE 0.
           05  WS-ISSUE-OFFSET         PIC 9(8) VALUE 0.
           05  WS-RETURN-ACCOUNT       PIC 9(8) VALUE 0.
           05  WS-RETURN-OFFSET        PIC 9(8) VALUE 0.
           05  WS-WRITEOFF-ACCOUNT     PIC 9(8) VALUE 0.
           05  WS-WRITEOFF-OFFSET      PIC 9(8) VALUE 0.
           05  WS-SHRINK-ACCOUNT       PIC 9(8) VALUE 0.
           05  WS-SHRINK-OFFSET        PIC 9(8) VALUE 0.
       01  WS-JOURNAL-TYPE             PIC X(3).
       01  WS-POSTING-ACCOUNT          PIC 9(8).
       01  WS-POSTING-OFFSET           PIC 9(8).
       01  WS-POSTING-SIDE             PIC X(1).
       01  WS-POSTING-AMOUNT           PIC 9(15)V99.
       01  WS-COUNTS.
           05  WS-MOVEMENT-COUNT       PIC 9(9) VALUE 0.
           05  WS-APPLIED-COUNT        PIC 9(9) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(9) VALUE 0.
           05  WS-JOURNAL-COUNT        PIC 9(9) VALUE 0.
           05  WS-UNMAPPED-COUNT       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 1000-LOAD-INVENTORY
           PERFORM 1500-LOAD-GL-MAPPING
           OPEN INPUT MOVEMENT-FILE
           OPEN OUTPUT AUDIT-FILE REJECT-FILE JOURNAL-FILE
           PERFORM 2000-READ-MOVEMENT
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-MOVEMENT-COUNT
               PERFORM 3000-POST-MOVEMENT
               PERFORM 2000-READ-MOVEMENT
           END-PERFORM
           CLOSE MOVEMENT-FILE AUDIT-FILE REJECT-FILE JOURNAL-FILE
           OPEN OUTPUT INVENTORY-OUT-FILE EOD-FILE
           PERFORM 4000-WRITE-CLOSING-POSITION
           CLOSE INVENTORY-OUT-FILE EOD-FILE
           DISPLAY "INVPOST: MOVEMENTS=" WS-MOVEMENT-COUNT
                   " APPLIED=" WS-APPLIED-COUNT
                   " REJECTED=" WS-REJECTED-COUNT
                   " JOURNAL=" WS-JOURNAL-COUNT
                   " UNMAPPED=" WS-UNMAPPED-COUNT
           GOBACK.

      * Every run processes the run-control business date; the
                   TO WS-ITM-REORDER (WS-ITEM-COUNT)
               MOVE ILR-SUGGESTED-QTY OF INVENTORY-LEVEL-RECORD
                   TO WS-ITM-SUGGESTED (WS-ITEM-COUNT)
               MOVE ILR-UNIT-COST OF INVENTORY-LEVEL-RECORD
                   TO WS-ITM-UNIT-COST (WS-ITEM-COUNT)
               MOVE ILR-STOCK-VALUE OF INVENTORY-LEVEL-RECORD
                   TO WS-ITM-VALUE (WS-ITEM-COUNT)
               READ INVENTORY-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           CLOSE INVENTORY-FILE
           MOVE 'N' TO WS-EOF.

      * Inventory valuation posts through the finance-maintained TRN
      * rows at branch zero, one row per kind of movement.
       1500-LOAD-GL-MAPPING.
           OPEN INPUT MAPPING-FILE
           PERFORM 1600-READ-MAPPING
           PERFORM UNTIL END-OF-FILE
               IF GLM-TRANSACTION-MAP AND GLM-BRANCH-CODE = 0
                   EVALUATE GLM-TRANSACTION-TYPE
                       WHEN 'IRC'
                           MOVE GLM-GL-ACCOUNT TO WS-RECEIPT-ACCOUNT
                           MOVE GLM-OFFSET-ACCOUNT
                               TO WS-RECEIPT-OFFSET
                       WHEN 'ISS'
                           MOVE GLM-GL-ACCOUNT TO WS-ISSUE-ACCOUNT
                           MOVE GLM-OFFSET-ACCOUNT TO WS-ISSUE-OFFSET
                       WHEN 'IRT'
                           MOVE GLM-GL-ACCOUNT TO WS-RETURN-ACCOUNT
                           MOVE GLM-OFFSET-ACCOUNT
                               TO WS-RETURN-OFFSET
                       WHEN 'IWO'
                           MOVE GLM-GL-ACCOUNT TO WS-WRITEOFF-ACCOUNT
                           MOVE GLM-OFFSET-ACCOUNT
                               TO WS-WRITEOFF-OFFSET
                       WHEN 'ICS'
                           MOVE GLM-GL-ACCOUNT TO WS-SHRINK-ACCOUNT
                           MOVE GLM-OFFSET-ACCOUNT
                               TO WS-SHRINK-OFFSET
                   END-EVALUATE
               END-IF
               PERFORM 1600-READ-MAPPING
           END-PERFORM
           CLOSE MAPPING-FILE
           MOVE 'N' TO WS-EOF.

       1600-READ-MAPPING.
           READ MAPPING-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-READ-MOVEMENT.
           READ MOVEMENT-FILE
               AT END SET END-OF-FILE TO TRUE
                       COMPUTE WS-NEW-QTY =
                           WS-ITM-ONHAND (WS-SLOT) + IMV-QUANTITY
                           OF INVENTORY-MOVEMENT-RECORD
                   WHEN IMV-WRITE-OFF
                           OF INVENTORY-MOVEMENT-RECORD
                       COMPUTE WS-NEW-QTY =
                           WS-ITM-ONHAND (WS-SLOT) - IMV-QUANTITY
                           OF INVENTORY-MOVEMENT-RECORD
                   WHEN OTHER
                       MOVE -1 TO WS-NEW-QTY
               END-EVALUATE
           END-PERFORM.

       3200-APPLY-MOVEMENT.
           PERFORM 3300-COST-MOVEMENT
           MOVE WS-ITM-ONHAND (WS-SLOT) TO IMA-BEFORE-QTY
           MOVE WS-NEW-QTY TO WS-ITM-ONHAND (WS-SLOT)
           EVALUATE TRUE
               WHEN IMV-ISSUE OF INVENTORY-MOVEMENT-RECORD
                   ADD IMV-QUANTITY OF INVENTORY-MOVEMENT-RECORD
                       TO WS-ITM-ISSUES (WS-SLOT)
               WHEN IMV-WRITE-OFF OF INVENTORY-MOVEMENT-RECORD
                   ADD IMV-QUANTITY OF INVENTORY-MOVEMENT-RECORD
                       TO WS-ITM-ISSUES (WS-SLOT)
               WHEN IMV-ADJUSTMENT OF INVENTORY-MOVEMENT-RECORD
                   ADD IMV-QUANTITY OF INVENTORY-MOVEMENT-RECORD
                       TO WS-ITM-ADJUSTMENTS (WS-SLOT)
               TO IMA-REFERENCE
           MOVE WS-ITM-ONHAND (WS-SLOT) TO IMA-AFTER-QTY
           MOVE WS-TODAY TO IMA-POSTED-DATE
           MOVE WS-MOVE-COST TO IMA-UNIT-COST
           MOVE WS-MOVE-VALUE TO IMA-MOVEMENT-VALUE
           WRITE INVENTORY-MOVEMENT-AUDIT
           ADD 1 TO WS-APPLIED-COUNT
           IF WS-MOVE-VALUE NOT = 0
               PERFORM 3400-JOURNAL-MOVEMENT
           END-IF.

      * A receipt comes in at its own unit cost (the current average
      * when none was carried) and re-averages the item; everything
      * else moves at the current average. The last unit out takes
      * whatever value remains, so rounding never strands value on
      * an empty shelf.
       3300-COST-MOVEMENT.
           MOVE WS-ITM-UNIT-COST (WS-SLOT) TO WS-MOVE-COST
           EVALUATE TRUE
               WHEN IMV-RECEIPT OF INVENTORY-MOVEMENT-RECORD
                   IF IMV-UNIT-COST OF INVENTORY-MOVEMENT-RECORD > 0
                       MOVE IMV-UNIT-COST
                           OF INVENTORY-MOVEMENT-RECORD
                           TO WS-MOVE-COST
                   END-IF
                   COMPUTE WS-MOVE-VALUE ROUNDED =
                       IMV-QUANTITY OF INVENTORY-MOVEMENT-RECORD
                       * WS-MOVE-COST
               WHEN IMV-RETURN OF INVENTORY-MOVEMENT-RECORD
                   COMPUTE WS-MOVE-VALUE ROUNDED =
                       IMV-QUANTITY OF INVENTORY-MOVEMENT-RECORD
                       * WS-MOVE-COST
               WHEN IMV-ADJUSTMENT OF INVENTORY-MOVEMENT-RECORD
                   COMPUTE WS-MOVE-VALUE ROUNDED =
                       IMV-QUANTITY OF INVENTORY-MOVEMENT-RECORD
                       * WS-MOVE-COST
               WHEN OTHER
                   COMPUTE WS-MOVE-VALUE ROUNDED =
                       0 - IMV-QUANTITY OF INVENTORY-MOVEMENT-RECORD
                       * WS-MOVE-COST
           END-EVALUATE
           IF WS-NEW-QTY = 0
                   OR WS-ITM-VALUE (WS-SLOT) + WS-MOVE-VALUE < 0
               COMPUTE WS-MOVE-VALUE = 0 - WS-ITM-VALUE (WS-SLOT)
           END-IF
           ADD WS-MOVE-VALUE TO WS-ITM-VALUE (WS-SLOT)
           IF IMV-RECEIPT OF INVENTORY-MOVEMENT-RECORD
                   AND WS-NEW-QTY > 0
               COMPUTE WS-ITM-UNIT-COST (WS-SLOT) ROUNDED =
                   WS-ITM-VALUE (WS-SLOT) / WS-NEW-QTY
           END-IF.

      * Receipts debit the inventory asset against receipts
      * clearing, returns against cost of goods sold; issues and
      * write-offs debit cost of goods sold or returns write-off
      * against the asset. A count shortage debits shrinkage and a
      * count gain posts the reverse.
       3400-JOURNAL-MOVEMENT.
           MOVE 'D' TO WS-POSTING-SIDE
           EVALUATE TRUE
               WHEN IMV-RECEIPT OF INVENTORY-MOVEMENT-RECORD
                   MOVE 'IRC' TO WS-JOURNAL-TYPE
                   MOVE WS-RECEIPT-ACCOUNT TO WS-POSTING-ACCOUNT
                   MOVE WS-RECEIPT-OFFSET TO WS-POSTING-OFFSET
               WHEN IMV-RETURN OF INVENTORY-MOVEMENT-RECORD
                   MOVE 'IRT' TO WS-JOURNAL-TYPE
                   MOVE WS-RETURN-ACCOUNT TO WS-POSTING-ACCOUNT
                   MOVE WS-RETURN-OFFSET TO WS-POSTING-OFFSET
               WHEN IMV-ISSUE OF INVENTORY-MOVEMENT-RECORD
                   MOVE 'ISS' TO WS-JOURNAL-TYPE
                   MOVE WS-ISSUE-ACCOUNT TO WS-POSTING-ACCOUNT
                   MOVE WS-ISSUE-OFFSET TO WS-POSTING-OFFSET
               WHEN IMV-WRITE-OFF OF INVENTORY-MOVEMENT-RECORD
                   MOVE 'IWO' TO WS-JOURNAL-TYPE
                   MOVE WS-WRITEOFF-ACCOUNT TO WS-POSTING-ACCOUNT
                   MOVE WS-WRITEOFF-OFFSET TO WS-POSTING-OFFSET
               WHEN OTHER
                   MOVE 'ICS' TO WS-JOURNAL-TYPE
                   MOVE WS-SHRINK-ACCOUNT TO WS-POSTING-ACCOUNT
                   MOVE WS-SHRINK-OFFSET TO WS-POSTING-OFFSET
                   IF WS-MOVE-VALUE > 0
                       MOVE 'C' TO WS-POSTING-SIDE
                   END-IF
           END-EVALUATE
           IF WS-MOVE-VALUE < 0
               COMPUTE WS-POSTING-AMOUNT = 0 - WS-MOVE-VALUE
           ELSE
               MOVE WS-MOVE-VALUE TO WS-POSTING-AMOUNT
           END-IF
           IF WS-POSTING-ACCOUNT = 0 OR WS-POSTING-OFFSET = 0
               ADD 1 TO WS-UNMAPPED-COUNT
           ELSE
               PERFORM 3500-WRITE-JOURNAL-PAIR
           END-IF.

      * The movement's arrival sequence is the source reference, so
      * each pair ties back to its line on the movement audit.
       3500-WRITE-JOURNAL-PAIR.
           MOVE WS-TODAY          TO GLJ-JOURNAL-DATE
           MOVE WS-JOURNAL-TYPE   TO GLJ-TRANSACTION-TYPE
           MOVE 0                 TO GLJ-BRANCH-CODE
           MOVE WS-MOVEMENT-COUNT TO GLJ-SOURCE-TRANS-ID
           MOVE WS-POSTING-AMOUNT TO GLJ-AMOUNT
           MOVE WS-POSTING-ACCOUNT TO GLJ-GL-ACCOUNT
           MOVE WS-POSTING-SIDE    TO GLJ-DEBIT-CREDIT
           WRITE GL-JOURNAL-RECORD
           MOVE WS-POSTING-OFFSET TO GLJ-GL-ACCOUNT
           IF WS-POSTING-SIDE = 'D'
               MOVE 'C' TO GLJ-DEBIT-CREDIT
           ELSE
               MOVE 'D' TO GLJ-DEBIT-CREDIT
           END-IF
           WRITE GL-JOURNAL-RECORD
           ADD 2 TO WS-JOURNAL-COUNT.

       3900-REJECT-MOVEMENT.
           MOVE INVENTORY-MOVEMENT-RECORD
                   TO ILR-REORDER-POINT OF INVENTORY-OUT-RECORD
               MOVE WS-ITM-SUGGESTED (WS-SLOT)
                   TO ILR-SUGGESTED-QTY OF INVENTORY-OUT-RECORD
               MOVE WS-ITM-UNIT-COST (WS-SLOT)
                   TO ILR-UNIT-COST OF INVENTORY-OUT-RECORD
               MOVE WS-ITM-VALUE (WS-SLOT)
                   TO ILR-STOCK-VALUE OF INVENTORY-OUT-RECORD
               WRITE INVENTORY-OUT-RECORD
               MOVE WS-ITM-CODE (WS-SLOT)        TO IEO-ITEM-CODE
               MOVE WS-ITM-OPENING (WS-SLOT)     TO IEO-OPENING-QTY
               MOVE WS-ITM-ADJUSTMENTS (WS-SLOT)
                   TO IEO-ADJUSTMENT-QTY
               MOVE WS-ITM-ONHAND (WS-SLOT)      TO IEO-CLOSING-QTY
               MOVE WS-ITM-UNIT-COST (WS-SLOT)   TO IEO-UNIT-COST
               MOVE WS-ITM-VALUE (WS-SLOT)       TO IEO-CLOSING-VALUE
               WRITE INVENTORY-EOD-LINE
           END-PERFORM.
