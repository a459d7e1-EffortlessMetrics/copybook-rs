      *> CYCCLOSE - Card billing-cycle close. Runs every business day
      *> and closes the cycle groups whose close day falls on the
      *> business date - the close day of the month, cut back to the
      *> month's last day where the month is shorter, rolled forward
      *> through BUSDAY on the group's calendar when it is not a
      *> business day; accounts in other groups pass through to the
      *> cycled performance output untouched. For each closing account
      *> the run freezes the statement: the cycle's TRANSACTIONS
      *> (posted after the prior close through today) are totalled by
      *> type, purchase interest is charged only when the prior
      *> statement balance was not paid in full inside the cycle (the
      *> grace-period rule), and cash advances accrue from their own
      *> posting date regardless. MINIMUM-PAYMENT is the larger of the
      *> group's floor or its percentage of the statement balance plus
      *> the cycle's fees and interest, never more than the balance
      *> owed, and the payment due date is the group's due-day count
      *> rolled forward to a business day through BUSDAY. The frozen
      *> statement is written to the cycle statement master, the one
      *> official snapshot collections and the statement runs read. A
      *> rerun on the same date finds the snapshot already on file and
      *> charges nothing twice: the interest and minimum payment the
      *> snapshot froze are carried onto the cycled record again.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCCLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GROUP-FILE ASSIGN TO "CYCGRP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PERF-FILE ASSIGN TO "PERFIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CYCLED-FILE ASSIGN TO "PERFCYC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STATEMENT-MASTER ASSIGN TO "CYCSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCS-STATEMENT-KEY.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GROUP-FILE.
           COPY card_cycle_group_record.
       FD  PERF-FILE.
           COPY performance_baseline_record.
       FD  CYCLED-FILE.
           COPY performance_baseline_record
               REPLACING ==ENTERPRISE-PERFORMANCE-RECORD==
                      BY ==CYCLED-RECORD==
                         ==TRANSACTION-COUNT==
                      BY ==CYCLED-TRANS-COUNT==
                         ==TRANSACTIONS==
                      BY ==CYCLED-TRANSACTIONS==.
       FD  STATEMENT-MASTER.
           COPY card_cycle_statement_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05  WS-TODAY-YEAR           PIC 9(4).
           05  WS-TODAY-MONTH          PIC 9(2).
           05  WS-TODAY-DAY            PIC 9(2).
           COPY business_day_request.
       01  WS-TODAY-INTEGER            PIC 9(7).
       01  WS-NOMINAL-DATE             PIC 9(8).
       01  WS-NOMINAL-PARTS REDEFINES WS-NOMINAL-DATE.
           05  WS-NOMINAL-YEAR         PIC 9(4).
           05  WS-NOMINAL-MONTH        PIC 9(2).
           05  WS-NOMINAL-DAY          PIC 9(2).
       01  WS-DAYS-IN-MONTH            PIC 9(2).
       01  WS-LEAP-QUOTIENT            PIC 9(4).
       01  WS-LEAP-REMAINDER           PIC 9(4).
       01  WS-CLOSING-STATE            PIC X(1).
           88  WS-GROUP-CLOSING        VALUE 'Y'.
       01  WS-WINDOW-START             PIC 9(8).
       01  WS-CYCLE-DAYS               PIC 9(5).
       01  WS-DAYS-OUTSTANDING         PIC 9(5).
       01  WS-TRANS-DATE               PIC 9(8).
       01  WS-TRANS-AMOUNT             PIC S9(11)V99.
       01  WS-ACCOUNT-SUFFIX           PIC 9(2).
       01  WS-GROUP-INDEX              PIC 9(4) COMP.
       01  WS-GROUP-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-MATCH-INDEX              PIC 9(4) COMP.
       01  WS-TRANS-INDEX              PIC 9(4) COMP.
       01  WS-FOUND                    PIC X(1).
           88  WS-GROUP-FOUND          VALUE 'Y'.
       01  WS-CLOSE-STATE              PIC X(1).
           88  WS-ALREADY-CLOSED       VALUE 'Y'.
       01  WS-PRIOR-STATE              PIC X(1).
           88  WS-PRIOR-LOCATED        VALUE 'Y'.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 100 TIMES.
               10  WS-GRP-CODE         PIC X(2).
               10  WS-GRP-SUFFIX-LOW   PIC 9(2).
               10  WS-GRP-SUFFIX-HIGH  PIC 9(2).
               10  WS-GRP-DUE-DAYS     PIC 9(3).
               10  WS-GRP-FLOOR        PIC 9(5)V99.
               10  WS-GRP-PCT          PIC 9(2)V9(4).
               10  WS-GRP-COUNTRY      PIC X(3).
       01  WS-CYCLE-FIGURES.
           05  WS-PRIOR-CYCLE-DATE     PIC 9(8).
           05  WS-PRIOR-BALANCE        PIC S9(13)V99.
           05  WS-PURCHASE-COUNT       PIC 9(3).
           05  WS-PURCHASE-TOTAL       PIC S9(11)V99.
           05  WS-PAYMENT-TOTAL        PIC S9(11)V99.
           05  WS-CASH-ADVANCE-TOTAL   PIC S9(11)V99.
           05  WS-FEE-TOTAL            PIC S9(11)V99.
           05  WS-PAID-AMOUNT          PIC S9(13)V99.
           05  WS-REVOLVING-BALANCE    PIC S9(13)V99.
           05  WS-PURCHASE-DAY-DOLLARS PIC S9(15)V99.
           05  WS-CASH-DAY-DOLLARS     PIC S9(15)V99.
           05  WS-PURCHASE-INTEREST    PIC S9(9)V99.
           05  WS-CASH-INTEREST        PIC S9(9)V99.
           05  WS-STATEMENT-BALANCE    PIC S9(13)V99.
           05  WS-MINIMUM-PAYMENT      PIC S9(9)V99.
           05  WS-DUE-DATE             PIC 9(8).
           05  WS-GRACE-STATUS         PIC X(1).
               88  WS-GRACE-KEPT       VALUE 'Y'.
               88  WS-GRACE-LOST       VALUE 'N'.
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-CLOSED-COUNT         PIC 9(9) VALUE 0.
           05  WS-RERUN-COUNT          PIC 9(9) VALUE 0.
           05  WS-GRACE-LOST-COUNT     PIC 9(9) VALUE 0.
           05  WS-INTEREST-TOTAL       PIC S9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
           PERFORM 1000-LOAD-CLOSING-GROUPS
           OPEN INPUT PERF-FILE
           OPEN OUTPUT CYCLED-FILE
           OPEN I-O STATEMENT-MASTER
           PERFORM 2000-READ-PERF
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               PERFORM 3000-CLOSE-ACCOUNT
               MOVE ENTERPRISE-PERFORMANCE-RECORD TO CYCLED-RECORD
               WRITE CYCLED-RECORD
               PERFORM 2000-READ-PERF
           END-PERFORM
           CLOSE PERF-FILE CYCLED-FILE STATEMENT-MASTER
           DISPLAY "CYCCLOSE: READ=" WS-READ-COUNT
                   " CLOSED=" WS-CLOSED-COUNT
                   " RERUN=" WS-RERUN-COUNT
                   " GRACE-LOST=" WS-GRACE-LOST-COUNT
                   " INTEREST=" WS-INTEREST-TOTAL
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

      *> Only the groups whose close date lands on the business date
      *> are held; every other group is simply not closing tonight.
       1000-LOAD-CLOSING-GROUPS.
           OPEN INPUT GROUP-FILE
           READ GROUP-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-FILE
               PERFORM 1100-CHECK-CLOSE-DATE
               IF WS-GROUP-CLOSING
                       AND WS-GROUP-COUNT < 100
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE CYG-GROUP-CODE
                       TO WS-GRP-CODE (WS-GROUP-COUNT)
                   MOVE CYG-SUFFIX-LOW
                       TO WS-GRP-SUFFIX-LOW (WS-GROUP-COUNT)
                   MOVE CYG-SUFFIX-HIGH
                       TO WS-GRP-SUFFIX-HIGH (WS-GROUP-COUNT)
                   MOVE CYG-DUE-DAYS
                       TO WS-GRP-DUE-DAYS (WS-GROUP-COUNT)
                   MOVE CYG-MIN-PAY-FLOOR
                       TO WS-GRP-FLOOR (WS-GROUP-COUNT)
                   MOVE CYG-MIN-PAY-PCT
                       TO WS-GRP-PCT (WS-GROUP-COUNT)
                   MOVE CYG-COUNTRY-CODE
                       TO WS-GRP-COUNTRY (WS-GROUP-COUNT)
               END-IF
               READ GROUP-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE GROUP-FILE
           MOVE 'N' TO WS-EOF.

      *> This month's close date, or last month's where a weekend or
      *> holiday at the month end rolls it into this one.
       1100-CHECK-CLOSE-DATE.
           MOVE 'N' TO WS-CLOSING-STATE
           MOVE WS-TODAY TO WS-NOMINAL-DATE
           PERFORM 1200-ROLL-CLOSE-DATE
           IF NOT WS-GROUP-CLOSING
               MOVE WS-TODAY TO WS-NOMINAL-DATE
               IF WS-NOMINAL-MONTH > 1
                   SUBTRACT 1 FROM WS-NOMINAL-MONTH
               ELSE
                   MOVE 12 TO WS-NOMINAL-MONTH
                   SUBTRACT 1 FROM WS-NOMINAL-YEAR
               END-IF
               PERFORM 1200-ROLL-CLOSE-DATE
           END-IF.

       1200-ROLL-CLOSE-DATE.
           PERFORM 1300-SET-DAYS-IN-MONTH
           IF CYG-CLOSE-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-NOMINAL-DAY
           ELSE
               MOVE CYG-CLOSE-DAY TO WS-NOMINAL-DAY
           END-IF
           MOVE CYG-COUNTRY-CODE TO BDR-COUNTRY-CODE
           SET BDR-ROLL-FORWARD TO TRUE
           MOVE WS-NOMINAL-DATE TO BDR-IN-DATE
           CALL "BUSDAY" USING BUSINESS-DAY-REQUEST
           END-CALL
           IF BDR-OUT-DATE = WS-TODAY
               SET WS-GROUP-CLOSING TO TRUE
           END-IF.

       1300-SET-DAYS-IN-MONTH.
           EVALUATE WS-NOMINAL-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN OTHER
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-NOMINAL-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   END-IF
                   DIVIDE WS-NOMINAL-YEAR BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 28 TO WS-DAYS-IN-MONTH
                       DIVIDE WS-NOMINAL-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = 0
                           MOVE 29 TO WS-DAYS-IN-MONTH
                       END-IF
                   END-IF
           END-EVALUATE.

       2000-READ-PERF.
           READ PERF-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3000-CLOSE-ACCOUNT.
           PERFORM 3100-FIND-CYCLE-GROUP
           IF WS-GROUP-FOUND
               PERFORM 3150-CHECK-ALREADY-CLOSED
               IF WS-ALREADY-CLOSED
                   PERFORM 3160-RESTORE-FROZEN-CHARGES
                   ADD 1 TO WS-RERUN-COUNT
               ELSE
                   PERFORM 3200-LOCATE-PRIOR-STATEMENT
                   PERFORM 3300-TOTAL-CYCLE-ACTIVITY
                   PERFORM 3400-CHARGE-INTEREST
                   PERFORM 3500-SET-MINIMUM-PAYMENT
                   PERFORM 3600-SET-DUE-DATE
                   PERFORM 3700-WRITE-SNAPSHOT
               END-IF
           END-IF.

       3100-FIND-CYCLE-GROUP.
           MOVE 'N' TO WS-FOUND
           COMPUTE WS-ACCOUNT-SUFFIX =
               FUNCTION MOD (RECORD-ID
                   OF ENTERPRISE-PERFORMANCE-RECORD, 100)
           PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
               UNTIL WS-GROUP-INDEX > WS-GROUP-COUNT
                   OR WS-GROUP-FOUND
               IF WS-ACCOUNT-SUFFIX >=
                       WS-GRP-SUFFIX-LOW (WS-GROUP-INDEX)
                   AND WS-ACCOUNT-SUFFIX <=
                       WS-GRP-SUFFIX-HIGH (WS-GROUP-INDEX)
                   SET WS-GROUP-FOUND TO TRUE
                   MOVE WS-GROUP-INDEX TO WS-MATCH-INDEX
               END-IF
           END-PERFORM.

       3150-CHECK-ALREADY-CLOSED.
           MOVE 'N' TO WS-CLOSE-STATE
           MOVE RECORD-ID OF ENTERPRISE-PERFORMANCE-RECORD
               TO CCS-RECORD-ID
           MOVE WS-TODAY TO CCS-CYCLE-DATE
           READ STATEMENT-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ALREADY-CLOSED TO TRUE
           END-READ.

      *> The rerun reads the same uncycled feed, so the close's
      *> interest and minimum payment come back from the snapshot.
       3160-RESTORE-FROZEN-CHARGES.
           ADD CCS-PURCHASE-INTEREST CCS-CASH-INTEREST
               TO ACCOUNT-BALANCE OF ENTERPRISE-PERFORMANCE-RECORD
           SUBTRACT CCS-PURCHASE-INTEREST CCS-CASH-INTEREST
               FROM AVAILABLE-CREDIT OF ENTERPRISE-PERFORMANCE-RECORD
           MOVE CCS-MINIMUM-PAYMENT
               TO MINIMUM-PAYMENT OF ENTERPRISE-PERFORMANCE-RECORD.

      *> The latest snapshot before today is the prior statement; an
      *> account closing its first cycle looks back thirty days and
      *> has no prior balance to pay off, so it keeps its grace.
       3200-LOCATE-PRIOR-STATEMENT.
           INITIALIZE WS-CYCLE-FIGURES
           MOVE 'N' TO WS-PRIOR-STATE
           MOVE RECORD-ID OF ENTERPRISE-PERFORMANCE-RECORD
               TO CCS-RECORD-ID
           MOVE WS-TODAY TO CCS-CYCLE-DATE
           START STATEMENT-MASTER KEY IS LESS THAN CCS-STATEMENT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ STATEMENT-MASTER PREVIOUS
                       AT END CONTINUE
                       NOT AT END
                           IF CCS-RECORD-ID = RECORD-ID
                                   OF ENTERPRISE-PERFORMANCE-RECORD
                               SET WS-PRIOR-LOCATED TO TRUE
                           END-IF
                   END-READ
           END-START
           IF WS-PRIOR-LOCATED
               MOVE CCS-CYCLE-DATE TO WS-PRIOR-CYCLE-DATE
               MOVE CCS-STATEMENT-BALANCE TO WS-PRIOR-BALANCE
           ELSE
               COMPUTE WS-PRIOR-CYCLE-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-TODAY-INTEGER - 30)
               MOVE 0 TO WS-PRIOR-BALANCE
           END-IF
           MOVE WS-PRIOR-CYCLE-DATE TO WS-WINDOW-START
           COMPUTE WS-CYCLE-DAYS = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE (WS-WINDOW-START).

      *> Day-dollars weight each purchase and advance by the days it
      *> was outstanding before the close; purchases only bear them
      *> when the grace period turns out to be lost.
       3300-TOTAL-CYCLE-ACTIVITY.
           PERFORM VARYING WS-TRANS-INDEX FROM 1 BY 1
               UNTIL WS-TRANS-INDEX >
                   TRANSACTION-COUNT OF ENTERPRISE-PERFORMANCE-RECORD
               MOVE TRANS-DATE OF ENTERPRISE-PERFORMANCE-RECORD
                   (WS-TRANS-INDEX) TO WS-TRANS-DATE
               MOVE TRANS-AMOUNT OF ENTERPRISE-PERFORMANCE-RECORD
                   (WS-TRANS-INDEX) TO WS-TRANS-AMOUNT
               IF WS-TRANS-DATE > WS-WINDOW-START
                   AND WS-TRANS-DATE <= WS-TODAY
                   PERFORM 3310-TOTAL-ONE-TRANSACTION
               END-IF
           END-PERFORM.

       3310-TOTAL-ONE-TRANSACTION.
           COMPUTE WS-DAYS-OUTSTANDING = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE (WS-TRANS-DATE)
           EVALUATE TRUE
               WHEN PURCHASE OF ENTERPRISE-PERFORMANCE-RECORD
                       (WS-TRANS-INDEX)
                   ADD 1 TO WS-PURCHASE-COUNT
                   ADD WS-TRANS-AMOUNT TO WS-PURCHASE-TOTAL
                   COMPUTE WS-PURCHASE-DAY-DOLLARS =
                       WS-PURCHASE-DAY-DOLLARS
                       + WS-TRANS-AMOUNT * WS-DAYS-OUTSTANDING
               WHEN PAYMENT OF ENTERPRISE-PERFORMANCE-RECORD
                       (WS-TRANS-INDEX)
                   ADD WS-TRANS-AMOUNT TO WS-PAYMENT-TOTAL
                   IF WS-TRANS-AMOUNT < 0
                       SUBTRACT WS-TRANS-AMOUNT FROM WS-PAID-AMOUNT
                   ELSE
                       ADD WS-TRANS-AMOUNT TO WS-PAID-AMOUNT
                   END-IF
               WHEN CASH-ADVANCE OF ENTERPRISE-PERFORMANCE-RECORD
                       (WS-TRANS-INDEX)
                   ADD WS-TRANS-AMOUNT TO WS-CASH-ADVANCE-TOTAL
                   COMPUTE WS-CASH-DAY-DOLLARS =
                       WS-CASH-DAY-DOLLARS
                       + WS-TRANS-AMOUNT * WS-DAYS-OUTSTANDING
               WHEN FEE OF ENTERPRISE-PERFORMANCE-RECORD
                       (WS-TRANS-INDEX)
                   ADD WS-TRANS-AMOUNT TO WS-FEE-TOTAL
           END-EVALUATE.

      *> Grace holds when the prior statement was paid in full within
      *> the cycle. Once lost, the unpaid prior balance bears interest
      *> for the whole cycle and each purchase from its posting date.
       3400-CHARGE-INTEREST.
           IF WS-PRIOR-BALANCE <= 0
               OR WS-PAID-AMOUNT >= WS-PRIOR-BALANCE
               SET WS-GRACE-KEPT TO TRUE
           ELSE
               SET WS-GRACE-LOST TO TRUE
               ADD 1 TO WS-GRACE-LOST-COUNT
               COMPUTE WS-REVOLVING-BALANCE =
                   WS-PRIOR-BALANCE - WS-PAID-AMOUNT
               COMPUTE WS-PURCHASE-INTEREST ROUNDED =
                   (WS-REVOLVING-BALANCE * WS-CYCLE-DAYS
                       + WS-PURCHASE-DAY-DOLLARS)
                   * INTEREST-RATE OF ENTERPRISE-PERFORMANCE-RECORD
                   / 36500
           END-IF
           IF WS-CASH-DAY-DOLLARS > 0
               COMPUTE WS-CASH-INTEREST ROUNDED =
                   WS-CASH-DAY-DOLLARS
                   * INTEREST-RATE OF ENTERPRISE-PERFORMANCE-RECORD
                   / 36500
           END-IF
           ADD WS-PURCHASE-INTEREST WS-CASH-INTEREST
               TO ACCOUNT-BALANCE OF ENTERPRISE-PERFORMANCE-RECORD
           SUBTRACT WS-PURCHASE-INTEREST WS-CASH-INTEREST
               FROM AVAILABLE-CREDIT OF ENTERPRISE-PERFORMANCE-RECORD
           ADD WS-PURCHASE-INTEREST WS-CASH-INTEREST
               TO WS-INTEREST-TOTAL
           MOVE ACCOUNT-BALANCE OF ENTERPRISE-PERFORMANCE-RECORD
               TO WS-STATEMENT-BALANCE.

       3500-SET-MINIMUM-PAYMENT.
           IF WS-STATEMENT-BALANCE <= 0
               MOVE 0 TO WS-MINIMUM-PAYMENT
           ELSE
               COMPUTE WS-MINIMUM-PAYMENT ROUNDED =
                   WS-STATEMENT-BALANCE * WS-GRP-PCT (WS-MATCH-INDEX)
                       / 100
                   + WS-FEE-TOTAL
                   + WS-PURCHASE-INTEREST
                   + WS-CASH-INTEREST
               IF WS-MINIMUM-PAYMENT < WS-GRP-FLOOR (WS-MATCH-INDEX)
                   MOVE WS-GRP-FLOOR (WS-MATCH-INDEX)
                       TO WS-MINIMUM-PAYMENT
               END-IF
               IF WS-MINIMUM-PAYMENT > WS-STATEMENT-BALANCE
                   MOVE WS-STATEMENT-BALANCE TO WS-MINIMUM-PAYMENT
               END-IF
           END-IF
           MOVE WS-MINIMUM-PAYMENT
               TO MINIMUM-PAYMENT OF ENTERPRISE-PERFORMANCE-RECORD.

       3600-SET-DUE-DATE.
           MOVE WS-GRP-COUNTRY (WS-MATCH-INDEX) TO BDR-COUNTRY-CODE
           SET BDR-ROLL-FORWARD TO TRUE
           COMPUTE BDR-IN-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INTEGER + WS-GRP-DUE-DAYS (WS-MATCH-INDEX))
           CALL "BUSDAY" USING BUSINESS-DAY-REQUEST
           END-CALL
           MOVE BDR-OUT-DATE TO WS-DUE-DATE.

       3700-WRITE-SNAPSHOT.
           INITIALIZE CARD-CYCLE-STATEMENT-RECORD
           MOVE RECORD-ID OF ENTERPRISE-PERFORMANCE-RECORD
               TO CCS-RECORD-ID
           MOVE WS-TODAY TO CCS-CYCLE-DATE
           MOVE WS-GRP-CODE (WS-MATCH-INDEX) TO CCS-CYCLE-GROUP
           MOVE WS-PRIOR-CYCLE-DATE TO CCS-PRIOR-CYCLE-DATE
           MOVE WS-PRIOR-BALANCE TO CCS-PRIOR-BALANCE
           MOVE WS-PURCHASE-COUNT TO CCS-PURCHASE-COUNT
           MOVE WS-PURCHASE-TOTAL TO CCS-PURCHASE-TOTAL
           MOVE WS-PAYMENT-TOTAL TO CCS-PAYMENT-TOTAL
           MOVE WS-CASH-ADVANCE-TOTAL TO CCS-CASH-ADVANCE-TOTAL
           MOVE WS-FEE-TOTAL TO CCS-FEE-TOTAL
           MOVE WS-GRACE-STATUS TO CCS-GRACE-STATUS
           MOVE INTEREST-RATE OF ENTERPRISE-PERFORMANCE-RECORD
               TO CCS-INTEREST-RATE
           MOVE WS-PURCHASE-INTEREST TO CCS-PURCHASE-INTEREST
           MOVE WS-CASH-INTEREST TO CCS-CASH-INTEREST
           MOVE WS-STATEMENT-BALANCE TO CCS-STATEMENT-BALANCE
           MOVE CREDIT-LIMIT OF ENTERPRISE-PERFORMANCE-RECORD
               TO CCS-CREDIT-LIMIT
           MOVE WS-MINIMUM-PAYMENT TO CCS-MINIMUM-PAYMENT
           MOVE WS-DUE-DATE TO CCS-PAYMENT-DUE-DATE
           WRITE CARD-CYCLE-STATEMENT-RECORD
               INVALID KEY ADD 1 TO WS-RERUN-COUNT
               NOT INVALID KEY ADD 1 TO WS-CLOSED-COUNT
           END-WRITE.
