      * CARDRECN - Card network settlement reconciliation. Compares
      * the card network's daily settlement report with the MERCHSTL
      * batches for the same day. Each merchant batch the network
      * settled is matched to ours by MERCHANT-ID: the network's
      * interchange against the schedule-rate interchange MERCHSTL
      * computed is a break once it drifts past the parameter
      * tolerance, a batch the network settled that we never batched
      * (or one we batched that the network never settled) is
      * reported on its own. Per-network totals are set against ours
      * for the merchants that network settled, and the network's own
      * control total against its detail. The day's whole difference
      * in net moved - network less ours - is netted into a single
      * settlement-break journal pair for the GL so the variance is
      * booked the day it happens.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDRECN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "CARDRPRM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SETTLEMENT-FILE ASSIGN TO "MERCHSTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NETWORK-FILE ASSIGN TO "NETSTLIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECON-FILE ASSIGN TO "CARDRECN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "CARDSBGL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
           COPY card_recon_parm.
       FD  SETTLEMENT-FILE.
           COPY merchant_settlement_record.
       FD  NETWORK-FILE.
           COPY network_settlement_record.
       FD  RECON-FILE.
           COPY card_settlement_recon_line.
       FD  JOURNAL-FILE.
           COPY gl_journal_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-BATCH-INDEX              PIC 9(5) COMP.
       01  WS-BATCH-COUNT              PIC 9(5) COMP VALUE 0.
       01  WS-NETWORK-INDEX            PIC 9(3) COMP.
       01  WS-NETWORK-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-INTERCHANGE-DIFF         PIC S9(11)V99.
       01  WS-DAY-BREAK                PIC S9(13)V99.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY OCCURS 5000 TIMES.
               10  WS-BAT-MERCHANT     PIC X(15).
               10  WS-BAT-DATE         PIC 9(8).
               10  WS-BAT-COUNT        PIC 9(7).
               10  WS-BAT-GROSS        PIC S9(13)V99.
               10  WS-BAT-INTERCHANGE  PIC S9(11)V99.
               10  WS-BAT-NET          PIC S9(13)V99.
               10  WS-BAT-MATCHED      PIC X(1).
      * Per network: the network's detail, its own control total
      * when it sends one, and our batches for the merchants it
      * settled.
       01  WS-NETWORK-TABLE.
           05  WS-NETWORK-ENTRY OCCURS 50 TIMES.
               10  WS-NET-ID           PIC X(4).
               10  WS-NET-COUNT        PIC 9(7).
               10  WS-NET-GROSS        PIC S9(13)V99.
               10  WS-NET-INTERCHANGE  PIC S9(11)V99.
               10  WS-NET-NET          PIC S9(13)V99.
               10  WS-NET-OUR-COUNT    PIC 9(7).
               10  WS-NET-OUR-GROSS    PIC S9(13)V99.
               10  WS-NET-OUR-INTERCHANGE
                                       PIC S9(11)V99.
               10  WS-NET-OUR-NET      PIC S9(13)V99.
               10  WS-NET-CONTROL-SENT PIC X(1).
               10  WS-NET-CONTROL-COUNT
                                       PIC 9(7).
               10  WS-NET-CONTROL-NET  PIC S9(13)V99.
       01  WS-TOTALS.
           05  WS-OUR-NET-TOTAL        PIC S9(15)V99 VALUE 0.
           05  WS-NETWORK-NET-TOTAL    PIC S9(15)V99 VALUE 0.
       01  WS-COUNTS.
           05  WS-BATCH-READ           PIC 9(9) VALUE 0.
           05  WS-NETWORK-READ         PIC 9(9) VALUE 0.
           05  WS-MATCHED-COUNT        PIC 9(9) VALUE 0.
           05  WS-INTERCHANGE-BREAKS   PIC 9(9) VALUE 0.
           05  WS-NETWORK-ONLY-COUNT   PIC 9(9) VALUE 0.
           05  WS-OURS-ONLY-COUNT      PIC 9(9) VALUE 0.
           05  WS-CONTROL-BREAKS       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 0100-READ-RECON-PARM
           PERFORM 1000-LOAD-OUR-BATCHES
           OPEN INPUT NETWORK-FILE
           OPEN OUTPUT RECON-FILE
           PERFORM 2100-READ-NETWORK
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-NETWORK-READ
               EVALUATE TRUE
                   WHEN NSR-MERCHANT-DETAIL
                       PERFORM 2000-MATCH-NETWORK-BATCH
                   WHEN NSR-NETWORK-TOTAL
                       PERFORM 2500-NOTE-NETWORK-CONTROL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 2100-READ-NETWORK
           END-PERFORM
           CLOSE NETWORK-FILE
           PERFORM VARYING WS-BATCH-INDEX FROM 1 BY 1
               UNTIL WS-BATCH-INDEX > WS-BATCH-COUNT
               IF WS-BAT-MATCHED (WS-BATCH-INDEX) NOT = 'Y'
                   PERFORM 3000-REPORT-OURS-ONLY
               END-IF
           END-PERFORM
           PERFORM VARYING WS-NETWORK-INDEX FROM 1 BY 1
               UNTIL WS-NETWORK-INDEX > WS-NETWORK-COUNT
               PERFORM 4000-REPORT-NETWORK
           END-PERFORM
           OPEN OUTPUT JOURNAL-FILE
           PERFORM 5000-POST-DAY-BREAK
           CLOSE RECON-FILE JOURNAL-FILE
           DISPLAY "CARDRECN: BATCHES=" WS-BATCH-READ
                   " NETWORK=" WS-NETWORK-READ
                   " MATCHED=" WS-MATCHED-COUNT
                   " IFBREAK=" WS-INTERCHANGE-BREAKS
                   " NETONLY=" WS-NETWORK-ONLY-COUNT
                   " OURSONLY=" WS-OURS-ONLY-COUNT
                   " CTLBREAK=" WS-CONTROL-BREAKS
                   " DAYBREAK=" WS-DAY-BREAK
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

       0100-READ-RECON-PARM.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   INITIALIZE CARD-RECON-PARM
           END-READ
           CLOSE PARM-FILE.

       1000-LOAD-OUR-BATCHES.
           OPEN INPUT SETTLEMENT-FILE
           PERFORM 1100-READ-SETTLEMENT
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-BATCH-READ
               IF WS-BATCH-COUNT < 5000
                   ADD 1 TO WS-BATCH-COUNT
                   MOVE MST-MERCHANT-ID
                       TO WS-BAT-MERCHANT (WS-BATCH-COUNT)
                   MOVE MST-SETTLEMENT-DATE
                       TO WS-BAT-DATE (WS-BATCH-COUNT)
                   MOVE MST-TRANS-COUNT
                       TO WS-BAT-COUNT (WS-BATCH-COUNT)
                   MOVE MST-GROSS-AMOUNT
                       TO WS-BAT-GROSS (WS-BATCH-COUNT)
                   MOVE MST-INTERCHANGE-FEE
                       TO WS-BAT-INTERCHANGE (WS-BATCH-COUNT)
                   MOVE MST-NET-PAYABLE
                       TO WS-BAT-NET (WS-BATCH-COUNT)
                   MOVE 'N' TO WS-BAT-MATCHED (WS-BATCH-COUNT)
                   ADD MST-NET-PAYABLE TO WS-OUR-NET-TOTAL
               END-IF
               PERFORM 1100-READ-SETTLEMENT
           END-PERFORM
           CLOSE SETTLEMENT-FILE
           MOVE 'N' TO WS-EOF.

       1100-READ-SETTLEMENT.
           READ SETTLEMENT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-MATCH-NETWORK-BATCH.
           ADD NSR-NET-AMOUNT TO WS-NETWORK-NET-TOTAL
           PERFORM 2200-FIND-NETWORK
           ADD NSR-TRANS-COUNT TO WS-NET-COUNT (WS-NETWORK-INDEX)
           ADD NSR-GROSS-AMOUNT TO WS-NET-GROSS (WS-NETWORK-INDEX)
           ADD NSR-INTERCHANGE-FEE
               TO WS-NET-INTERCHANGE (WS-NETWORK-INDEX)
           ADD NSR-NET-AMOUNT TO WS-NET-NET (WS-NETWORK-INDEX)
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-BATCH-INDEX FROM 1 BY 1
               UNTIL WS-BATCH-INDEX > WS-BATCH-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-BAT-MERCHANT (WS-BATCH-INDEX) = NSR-MERCHANT-ID
                   AND WS-BAT-MATCHED (WS-BATCH-INDEX) NOT = 'Y'
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-BATCH-INDEX
               PERFORM 2300-COMPARE-BATCH
           ELSE
               INITIALIZE CARD-SETTLEMENT-RECON-LINE
               SET CSR-NETWORK-ONLY TO TRUE
               PERFORM 2400-MOVE-NETWORK-SIDE
               MOVE NSR-NET-AMOUNT TO CSR-DIFFERENCE
               WRITE CARD-SETTLEMENT-RECON-LINE
               ADD 1 TO WS-NETWORK-ONLY-COUNT
           END-IF.

       2100-READ-NETWORK.
           READ NETWORK-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      * Positions WS-NETWORK-INDEX on the network's totals row,
      * opening one the first time the network is seen.
       2200-FIND-NETWORK.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-NETWORK-INDEX
           PERFORM UNTIL WS-ENTRY-FOUND
                   OR WS-NETWORK-INDEX > WS-NETWORK-COUNT
               IF WS-NET-ID (WS-NETWORK-INDEX) = NSR-NETWORK-ID
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-NETWORK-INDEX
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND AND WS-NETWORK-COUNT = 50
               MOVE 50 TO WS-NETWORK-INDEX
           END-IF
           IF NOT WS-ENTRY-FOUND AND WS-NETWORK-COUNT < 50
               ADD 1 TO WS-NETWORK-COUNT
               MOVE WS-NETWORK-COUNT TO WS-NETWORK-INDEX
               INITIALIZE WS-NETWORK-ENTRY (WS-NETWORK-INDEX)
               MOVE NSR-NETWORK-ID TO WS-NET-ID (WS-NETWORK-INDEX)
               MOVE 'N' TO WS-NET-CONTROL-SENT (WS-NETWORK-INDEX)
           END-IF.

       2300-COMPARE-BATCH.
           MOVE 'Y' TO WS-BAT-MATCHED (WS-BATCH-INDEX)
           ADD 1 TO WS-MATCHED-COUNT
           ADD WS-BAT-COUNT (WS-BATCH-INDEX)
               TO WS-NET-OUR-COUNT (WS-NETWORK-INDEX)
           ADD WS-BAT-GROSS (WS-BATCH-INDEX)
               TO WS-NET-OUR-GROSS (WS-NETWORK-INDEX)
           ADD WS-BAT-INTERCHANGE (WS-BATCH-INDEX)
               TO WS-NET-OUR-INTERCHANGE (WS-NETWORK-INDEX)
           ADD WS-BAT-NET (WS-BATCH-INDEX)
               TO WS-NET-OUR-NET (WS-NETWORK-INDEX)
           INITIALIZE CARD-SETTLEMENT-RECON-LINE
           PERFORM 2400-MOVE-NETWORK-SIDE
           PERFORM 3100-MOVE-OUR-SIDE
           COMPUTE WS-INTERCHANGE-DIFF =
               NSR-INTERCHANGE-FEE - WS-BAT-INTERCHANGE (WS-BATCH-INDEX)
           IF WS-INTERCHANGE-DIFF > CRP-INTERCHANGE-TOLERANCE
               OR 0 - WS-INTERCHANGE-DIFF > CRP-INTERCHANGE-TOLERANCE
               SET CSR-INTERCHANGE-BREAK TO TRUE
               MOVE WS-INTERCHANGE-DIFF TO CSR-DIFFERENCE
               ADD 1 TO WS-INTERCHANGE-BREAKS
           ELSE
               SET CSR-MATCHED TO TRUE
               COMPUTE CSR-DIFFERENCE =
                   NSR-NET-AMOUNT - WS-BAT-NET (WS-BATCH-INDEX)
           END-IF
           WRITE CARD-SETTLEMENT-RECON-LINE.

       2400-MOVE-NETWORK-SIDE.
           MOVE NSR-NETWORK-ID TO CSR-NETWORK-ID
           MOVE NSR-MERCHANT-ID TO CSR-MERCHANT-ID
           MOVE NSR-SETTLEMENT-DATE TO CSR-SETTLEMENT-DATE
           MOVE NSR-TRANS-COUNT TO CSR-NETWORK-COUNT
           MOVE NSR-GROSS-AMOUNT TO CSR-NETWORK-GROSS
           MOVE NSR-INTERCHANGE-FEE TO CSR-NETWORK-INTERCHANGE
           MOVE NSR-NET-AMOUNT TO CSR-NETWORK-NET.

      * The network's control total must agree with the detail it
      * sent; the comparison is made once the whole report is in.
       2500-NOTE-NETWORK-CONTROL.
           PERFORM 2200-FIND-NETWORK
           MOVE 'Y' TO WS-NET-CONTROL-SENT (WS-NETWORK-INDEX)
           MOVE NSR-TRANS-COUNT
               TO WS-NET-CONTROL-COUNT (WS-NETWORK-INDEX)
           MOVE NSR-NET-AMOUNT
               TO WS-NET-CONTROL-NET (WS-NETWORK-INDEX).

       3000-REPORT-OURS-ONLY.
           INITIALIZE CARD-SETTLEMENT-RECON-LINE
           SET CSR-OURS-ONLY TO TRUE
           MOVE WS-BAT-MERCHANT (WS-BATCH-INDEX) TO CSR-MERCHANT-ID
           MOVE WS-BAT-DATE (WS-BATCH-INDEX) TO CSR-SETTLEMENT-DATE
           PERFORM 3100-MOVE-OUR-SIDE
           COMPUTE CSR-DIFFERENCE = 0 - WS-BAT-NET (WS-BATCH-INDEX)
           WRITE CARD-SETTLEMENT-RECON-LINE
           ADD 1 TO WS-OURS-ONLY-COUNT.

       3100-MOVE-OUR-SIDE.
           MOVE WS-BAT-COUNT (WS-BATCH-INDEX) TO CSR-OUR-COUNT
           MOVE WS-BAT-GROSS (WS-BATCH-INDEX) TO CSR-OUR-GROSS
           MOVE WS-BAT-INTERCHANGE (WS-BATCH-INDEX)
               TO CSR-OUR-INTERCHANGE
           MOVE WS-BAT-NET (WS-BATCH-INDEX) TO CSR-OUR-NET.

       4000-REPORT-NETWORK.
           INITIALIZE CARD-SETTLEMENT-RECON-LINE
           SET CSR-NETWORK-SUMMARY TO TRUE
           MOVE WS-NET-ID (WS-NETWORK-INDEX) TO CSR-NETWORK-ID
           MOVE WS-TODAY TO CSR-SETTLEMENT-DATE
           MOVE WS-NET-OUR-COUNT (WS-NETWORK-INDEX) TO CSR-OUR-COUNT
           MOVE WS-NET-COUNT (WS-NETWORK-INDEX) TO CSR-NETWORK-COUNT
           MOVE WS-NET-OUR-GROSS (WS-NETWORK-INDEX) TO CSR-OUR-GROSS
           MOVE WS-NET-GROSS (WS-NETWORK-INDEX) TO CSR-NETWORK-GROSS
           MOVE WS-NET-OUR-INTERCHANGE (WS-NETWORK-INDEX)
               TO CSR-OUR-INTERCHANGE
           MOVE WS-NET-INTERCHANGE (WS-NETWORK-INDEX)
               TO CSR-NETWORK-INTERCHANGE
           MOVE WS-NET-OUR-NET (WS-NETWORK-INDEX) TO CSR-OUR-NET
           MOVE WS-NET-NET (WS-NETWORK-INDEX) TO CSR-NETWORK-NET
           COMPUTE CSR-DIFFERENCE = WS-NET-NET (WS-NETWORK-INDEX)
               - WS-NET-OUR-NET (WS-NETWORK-INDEX)
           WRITE CARD-SETTLEMENT-RECON-LINE
           IF WS-NET-CONTROL-SENT (WS-NETWORK-INDEX) = 'Y'
               AND (WS-NET-CONTROL-COUNT (WS-NETWORK-INDEX)
                       NOT = WS-NET-COUNT (WS-NETWORK-INDEX)
                   OR WS-NET-CONTROL-NET (WS-NETWORK-INDEX)
                       NOT = WS-NET-NET (WS-NETWORK-INDEX))
               SET CSR-CONTROL-BREAK TO TRUE
               MOVE WS-NET-CONTROL-COUNT (WS-NETWORK-INDEX)
                   TO CSR-OUR-COUNT
               MOVE WS-NET-CONTROL-NET (WS-NETWORK-INDEX)
                   TO CSR-OUR-NET
               MOVE 0 TO CSR-OUR-GROSS CSR-OUR-INTERCHANGE
               COMPUTE CSR-DIFFERENCE =
                   WS-NET-CONTROL-NET (WS-NETWORK-INDEX)
                   - WS-NET-NET (WS-NETWORK-INDEX)
               WRITE CARD-SETTLEMENT-RECON-LINE
               ADD 1 TO WS-CONTROL-BREAKS
           END-IF.

      * The day's net break - everything the network moved less
      * everything we batched - is one journal pair: a network that
      * paid out more than we owed debits the settlement-break
      * account against settlement clearing, one that paid out less
      * credits it.
       5000-POST-DAY-BREAK.
           COMPUTE WS-DAY-BREAK =
               WS-NETWORK-NET-TOTAL - WS-OUR-NET-TOTAL
           INITIALIZE CARD-SETTLEMENT-RECON-LINE
           SET CSR-DAY-BREAK TO TRUE
           MOVE WS-TODAY TO CSR-SETTLEMENT-DATE
           MOVE WS-OUR-NET-TOTAL TO CSR-OUR-NET
           MOVE WS-NETWORK-NET-TOTAL TO CSR-NETWORK-NET
           MOVE WS-DAY-BREAK TO CSR-DIFFERENCE
           WRITE CARD-SETTLEMENT-RECON-LINE
           IF WS-DAY-BREAK NOT = 0
               MOVE WS-TODAY TO GLJ-JOURNAL-DATE
               MOVE "CSB" TO GLJ-TRANSACTION-TYPE
               MOVE 0 TO GLJ-BRANCH-CODE
               MOVE 0 TO GLJ-SOURCE-TRANS-ID
               IF WS-DAY-BREAK > 0
                   MOVE WS-DAY-BREAK TO GLJ-AMOUNT
                   MOVE 'D' TO GLJ-DEBIT-CREDIT
               ELSE
                   COMPUTE GLJ-AMOUNT = 0 - WS-DAY-BREAK
                   MOVE 'C' TO GLJ-DEBIT-CREDIT
               END-IF
               MOVE CRP-BREAK-GL-ACCOUNT TO GLJ-GL-ACCOUNT
               WRITE GL-JOURNAL-RECORD
               MOVE CRP-CLEARING-GL-ACCOUNT TO GLJ-GL-ACCOUNT
               IF GLJ-DEBIT
                   MOVE 'C' TO GLJ-DEBIT-CREDIT
               ELSE
                   MOVE 'D' TO GLJ-DEBIT-CREDIT
               END-IF
               WRITE GL-JOURNAL-RECORD
           END-IF.
