      *> with the purchase activity from TRANSACTION-HISTORY that earned
      *> them, for the monthly rewards statement print run. Also breaks
      *> out the period's PAYMENT, CASH-ADVANCE, and FEE activity so the
      *> statement shows the full picture, not just purchases. Where
      *> the account has closed a billing cycle the activity comes from
      *> its latest cycle statement snapshot, so the rewards statement
      *> shows the same cycle collections and RELSTMT work from. Each
      *> statement is a marketing mailing and is checked against the
      *> contact-preference master through CPREFCHK: an opt-out from
      *> mail sends it by the customer's opted-in channel or drops
      *> it, and either is logged to the suppression file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RWDSTMT.

               ORGANIZATION IS SEQUENTIAL.
           SELECT STATEMENT-FILE ASSIGN TO "RWDSTMT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUPPRESSION-FILE ASSIGN TO "RWDSSUPR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.
           SELECT STATEMENT-MASTER ASSIGN TO "CYCSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCS-STATEMENT-KEY
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
           COPY performance_baseline_record.
       FD  STATEMENT-FILE.
           COPY rewards_statement_line.
       FD  SUPPRESSION-FILE.
           COPY contact_suppression_line.
       FD  STATS-FILE.
           COPY run_stats_record.
       FD  STATEMENT-MASTER.
           COPY card_cycle_statement_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-TODAY                    PIC 9(8).
           COPY contact_preference_request.
       01  WS-STATS-STATUS             PIC X(2).
       01  WS-SNAPSHOT-STATUS          PIC X(2).
       01  WS-SNAPSHOT-FILE            PIC X(1) VALUE 'N'.
           88  WS-SNAPSHOT-OPEN        VALUE 'Y'.
       01  WS-SNAPSHOT-STATE           PIC X(1).
           88  WS-SNAPSHOT-LOCATED     VALUE 'Y'.
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-SUP-INDEX                PIC 9(5) COMP.
       01  WS-FEE-TOTAL                PIC S9(11)V99.
       01  WS-READ-COUNT               PIC 9(9) VALUE 0.
       01  WS-SUPPRESSED-COUNT         PIC 9(9) VALUE 0.
       01  WS-DROPPED-COUNT            PIC 9(9) VALUE 0.
       01  WS-RECHANNELLED-COUNT       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 0100-LOAD-SUPPRESSION-LIST
           OPEN INPUT PERFORMANCE-FILE
           OPEN INPUT STATEMENT-MASTER
           IF WS-SNAPSHOT-STATUS = "00"
               SET WS-SNAPSHOT-OPEN TO TRUE
           END-IF
           OPEN OUTPUT STATEMENT-FILE SUPPRESSION-FILE
           PERFORM 1000-READ-PERFORMANCE
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               IF WS-RECORD-SUPPRESSED
                   ADD 1 TO WS-SUPPRESSED-COUNT
               ELSE
                   PERFORM 1500-CHECK-CONTACT-PREFERENCE
                   IF NOT CPQ-DROP
                       PERFORM 2000-BUILD-STATEMENT
                   END-IF
               END-IF
               PERFORM 1000-READ-PERFORMANCE
           END-PERFORM
           CLOSE PERFORMANCE-FILE STATEMENT-FILE SUPPRESSION-FILE
           IF WS-SNAPSHOT-OPEN
               CLOSE STATEMENT-MASTER
           END-IF
           PERFORM 9000-WRITE-RUN-STATS
           DISPLAY "RWDSTMT: READ=" WS-READ-COUNT
               " SUPPRESSED=" WS-SUPPRESSED-COUNT
               " DROPPED=" WS-DROPPED-COUNT
               " RECHANNELLED=" WS-RECHANNELLED-COUNT
           GOBACK.

      * Every run processes the run-control business date; the
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1500-CHECK-CONTACT-PREFERENCE.
           SET CPQ-CUSTOMER-ID-TYPE TO TRUE
           MOVE RECORD-ID TO CPQ-DOMAIN-ID
           SET CPQ-MARKETING TO TRUE
           MOVE 'M' TO CPQ-CHANNEL
           CALL "CPREFCHK" USING CONTACT-PREFERENCE-REQUEST
           END-CALL
           IF NOT CPQ-SEND
               INITIALIZE CONTACT-SUPPRESSION-LINE
               MOVE "RWDSTMT" TO CSL-PROGRAM-ID
               MOVE WS-TODAY TO CSL-RUN-DATE
               MOVE CPQ-ID-TYPE TO CSL-ID-TYPE
               MOVE CPQ-DOMAIN-ID TO CSL-DOMAIN-ID
               MOVE CPQ-ENTERPRISE-ID TO CSL-ENTERPRISE-ID
               MOVE CPQ-PURPOSE TO CSL-PURPOSE
               MOVE CPQ-CHANNEL TO CSL-CHANNEL
               MOVE CPQ-DECISION TO CSL-DECISION
               MOVE CPQ-OUT-CHANNEL TO CSL-OUT-CHANNEL
               WRITE CONTACT-SUPPRESSION-LINE
               IF CPQ-DROP
                   ADD 1 TO WS-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-RECHANNELLED-COUNT
               END-IF
           END-IF.

       2000-BUILD-STATEMENT.
           PERFORM 2050-LOCATE-CYCLE-STATEMENT
           IF WS-SNAPSHOT-LOCATED
               MOVE CCS-PURCHASE-COUNT TO WS-PURCHASE-COUNT
               MOVE CCS-PURCHASE-TOTAL TO WS-PURCHASE-TOTAL
               MOVE CCS-PAYMENT-TOTAL TO WS-PAYMENT-TOTAL
               MOVE CCS-CASH-ADVANCE-TOTAL TO WS-CASH-ADVANCE-TOTAL
               MOVE CCS-FEE-TOTAL TO WS-FEE-TOTAL
           ELSE
               PERFORM 2100-TOTAL-HISTORY
           END-IF
           PERFORM 2200-WRITE-STATEMENT-LINE.

      * Latest cycle close on or before the business date.
       2050-LOCATE-CYCLE-STATEMENT.
           MOVE 'N' TO WS-SNAPSHOT-STATE
           IF WS-SNAPSHOT-OPEN
               MOVE RECORD-ID TO CCS-RECORD-ID
               COMPUTE CCS-CYCLE-DATE = WS-TODAY + 1
               START STATEMENT-MASTER
                   KEY IS LESS THAN CCS-STATEMENT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ STATEMENT-MASTER PREVIOUS
                           AT END CONTINUE
                           NOT AT END
                               IF CCS-RECORD-ID = RECORD-ID
                                   SET WS-SNAPSHOT-LOCATED TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.

       2100-TOTAL-HISTORY.
           MOVE 0 TO WS-PURCHASE-COUNT
           MOVE 0 TO WS-PURCHASE-TOTAL
           MOVE 0 TO WS-PAYMENT-TOTAL
                   UNTIL WS-TRANS-INDEX > TRANSACTION-COUNT
               IF PURCHASE (WS-TRANS-INDEX)
                   ADD 1 TO WS-PURCHASE-COUNT
                   ADD TRANS-AMOUNT (WS-TRANS-INDEX)
                       TO WS-PURCHASE-TOTAL
               END-IF
               IF PAYMENT (WS-TRANS-INDEX)
                   ADD TRANS-AMOUNT (WS-TRANS-INDEX) TO WS-PAYMENT-TOTAL
               IF FEE (WS-TRANS-INDEX)
                   ADD TRANS-AMOUNT (WS-TRANS-INDEX) TO WS-FEE-TOTAL
               END-IF
           END-PERFORM.

       2200-WRITE-STATEMENT-LINE.
           MOVE RECORD-ID               TO RWS-RECORD-ID
           MOVE CUSTOMER-NAME (1:40)    TO RWS-CUSTOMER-NAME
           MOVE REWARD-POINTS           TO RWS-REWARD-POINTS
           MOVE WS-PAYMENT-TOTAL        TO RWS-PAYMENT-TOTAL
           MOVE WS-CASH-ADVANCE-TOTAL   TO RWS-CASH-ADVANCE-TOTAL
           MOVE WS-FEE-TOTAL            TO RWS-FEE-TOTAL
           MOVE CPQ-OUT-CHANNEL         TO RWS-DELIVERY-CHANNEL
           WRITE REWARDS-STATEMENT-LINE.

       9000-WRITE-RUN-STATS.
           MOVE "RWDSTMT " TO RSR-PROGRAM-ID
           MOVE WS-TODAY TO RSR-RUN-DATE
           MOVE WS-READ-COUNT TO RSR-RECORDS-READ
           COMPUTE RSR-RECORDS-WRITTEN =
               WS-READ-COUNT - WS-SUPPRESSED-COUNT - WS-DROPPED-COUNT
           MOVE WS-SUPPRESSED-COUNT TO RSR-RECORDS-REJECTED
           MOVE 0 TO RSR-AMOUNT-TOTAL
           WRITE RUN-STATS-RECORD
