      * the new queue comes out prioritized worst bucket and largest
      * balance first with CREDIT-SCORE and phone for the call list.
      * The roll-rate report shows bucket movement since the prior
      * run, '0' meaning current. Card accounts that have closed a
      * billing cycle are aged off their latest cycle statement
      * snapshot instead of the moving feed: past due only once the
      * statement's payment due date has gone by short of its
      * minimum, with the statement balance as the balance at risk.
      * Between a cycle close and its due date the account is aged on
      * the statement before, the latest one actually due.
      * An account on the charge-off master has left collections for
      * recovery and is neither queued nor counted in the roll rates.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELINQ.

               ORGANIZATION IS SEQUENTIAL.
           SELECT ROLLRATE-FILE ASSIGN TO "DELINQRP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STATEMENT-MASTER ASSIGN TO "CYCSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCS-STATEMENT-KEY
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT CHARGE-OFF-MASTER ASSIGN TO "CHGOMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHO-RECORD-ID
               FILE STATUS IS WS-CHARGE-OFF-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY delinquency_queue_record.
       FD  ROLLRATE-FILE.
           COPY delinquency_rollrate_line.
       FD  STATEMENT-MASTER.
           COPY card_cycle_statement_record.
       FD  CHARGE-OFF-MASTER.
           COPY charge_off_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-SNAPSHOT-STATUS          PIC X(2).
       01  WS-CHARGE-OFF-STATUS        PIC X(2).
       01  WS-FILE-STATE.
           05  WS-SNAPSHOT-FILE        PIC X(1) VALUE 'N'.
               88  WS-SNAPSHOT-OPEN    VALUE 'Y'.
           05  WS-CHARGE-OFF-FILE      PIC X(1) VALUE 'N'.
               88  WS-CHARGE-OFF-OPEN  VALUE 'Y'.
       01  WS-CHARGE-OFF-STATE         PIC X(1).
           88  WS-ACCOUNT-CHARGED-OFF  VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-SNAPSHOT-STATE           PIC X(1).
           88  WS-SNAPSHOT-LOCATED     VALUE 'Y'.
           88  WS-STATEMENT-NOT-DUE    VALUE 'P'.
       01  WS-SNAPSHOT-EOF             PIC X(1).
           88  END-OF-SNAPSHOTS        VALUE 'Y'.
       01  WS-AGING-BALANCE            PIC S9(13)V99.
       01  WS-AGING-MIN-PAY            PIC S9(9)V99.
       01  WS-PAST-DUE                 PIC X(1).
           88  WS-ACCOUNT-PAST-DUE     VALUE 'Y'.
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-DEFAULT-LATE-FEE         PIC S9(7)V99 VALUE 35.00.
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-QUEUED-COUNT         PIC 9(9) VALUE 0.
           05  WS-CHARGED-OFF-COUNT    PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           INITIALIZE WS-ROLL-MATRIX
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 1000-LOAD-PRIOR-QUEUE
           OPEN INPUT PERF-FILE
           OPEN INPUT STATEMENT-MASTER
           IF WS-SNAPSHOT-STATUS = "00"
               SET WS-SNAPSHOT-OPEN TO TRUE
           END-IF
           OPEN INPUT CHARGE-OFF-MASTER
           IF WS-CHARGE-OFF-STATUS = "00"
               SET WS-CHARGE-OFF-OPEN TO TRUE
           END-IF
           PERFORM 2000-READ-PERF
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               PERFORM 2000-READ-PERF
           END-PERFORM
           CLOSE PERF-FILE
           IF WS-SNAPSHOT-OPEN
               CLOSE STATEMENT-MASTER
           END-IF
           IF WS-CHARGE-OFF-OPEN
               CLOSE CHARGE-OFF-MASTER
           END-IF
           PERFORM 5000-SORT-QUEUE
           OPEN OUTPUT QUEUE-FILE ROLLRATE-FILE
           PERFORM 6000-WRITE-QUEUE
           CLOSE QUEUE-FILE ROLLRATE-FILE
           DISPLAY "DELINQ: READ=" WS-READ-COUNT
                   " QUEUED=" WS-QUEUED-COUNT
                   " CHARGED-OFF=" WS-CHARGED-OFF-COUNT
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

       1000-LOAD-PRIOR-QUEUE.
           OPEN INPUT PRIOR-QUEUE-FILE
           READ PRIOR-QUEUE-FILE
           END-READ.

       3000-EVALUATE-ACCOUNT.
           PERFORM 3020-CHECK-CHARGED-OFF
           IF WS-ACCOUNT-CHARGED-OFF
               ADD 1 TO WS-CHARGED-OFF-COUNT
           ELSE
               PERFORM 3030-AGE-ACCOUNT
           END-IF.

       3020-CHECK-CHARGED-OFF.
           MOVE 'N' TO WS-CHARGE-OFF-STATE
           IF WS-CHARGE-OFF-OPEN
               MOVE RECORD-ID TO CHO-RECORD-ID
               READ CHARGE-OFF-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET WS-ACCOUNT-CHARGED-OFF TO TRUE
               END-READ
           END-IF.

       3030-AGE-ACCOUNT.
           PERFORM 3100-FIND-PRIOR-BUCKET
           PERFORM 3050-JUDGE-PAST-DUE
           IF WS-ACCOUNT-PAST-DUE
               PERFORM 3200-ROLL-BUCKET-DEEPER
               PERFORM 3300-QUEUE-ACCOUNT
           ELSE
           END-IF
           PERFORM 4000-COUNT-ROLL.

      * An account whose statements are all inside their payment
      * window is current; it still carries its balance onto the
      * roll-rate report.
       3050-JUDGE-PAST-DUE.
           MOVE 'N' TO WS-PAST-DUE
           MOVE 0 TO WS-AGING-BALANCE WS-AGING-MIN-PAY
           PERFORM 3060-LOCATE-CYCLE-STATEMENT
           IF WS-SNAPSHOT-LOCATED
               MOVE CCS-STATEMENT-BALANCE TO WS-AGING-BALANCE
               MOVE CCS-MINIMUM-PAYMENT TO WS-AGING-MIN-PAY
               IF WS-AGING-BALANCE > 0
                   AND CCS-PAYMENT-DUE-DATE < WS-TODAY
                   AND LAST-PAYMENT-AMOUNT < WS-AGING-MIN-PAY
                   SET WS-ACCOUNT-PAST-DUE TO TRUE
               END-IF
           ELSE
               MOVE ACCOUNT-BALANCE TO WS-AGING-BALANCE
               IF NOT WS-STATEMENT-NOT-DUE
                   MOVE MINIMUM-PAYMENT TO WS-AGING-MIN-PAY
                   IF WS-AGING-BALANCE > 0
                       AND LAST-PAYMENT-AMOUNT < WS-AGING-MIN-PAY
                       SET WS-ACCOUNT-PAST-DUE TO TRUE
                   END-IF
               END-IF
           END-IF.

      * Latest cycle close on or before the business date whose
      * payment due date has gone by. An account whose statements are
      * all still inside their payment window has nothing due yet.
       3060-LOCATE-CYCLE-STATEMENT.
           MOVE 'N' TO WS-SNAPSHOT-STATE
           IF WS-SNAPSHOT-OPEN
               MOVE RECORD-ID TO CCS-RECORD-ID
               COMPUTE CCS-CYCLE-DATE = WS-TODAY + 1
               MOVE 'N' TO WS-SNAPSHOT-EOF
               START STATEMENT-MASTER
                   KEY IS LESS THAN CCS-STATEMENT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL WS-SNAPSHOT-LOCATED
                               OR END-OF-SNAPSHOTS
                           PERFORM 3065-READ-PRIOR-SNAPSHOT
                       END-PERFORM
               END-START
           END-IF.

       3065-READ-PRIOR-SNAPSHOT.
           READ STATEMENT-MASTER PREVIOUS
               AT END SET END-OF-SNAPSHOTS TO TRUE
               NOT AT END
                   IF CCS-RECORD-ID NOT = RECORD-ID
                       SET END-OF-SNAPSHOTS TO TRUE
                   ELSE
                       IF CCS-PAYMENT-DUE-DATE < WS-TODAY
                           SET WS-SNAPSHOT-LOCATED TO TRUE
                       ELSE
                           SET WS-STATEMENT-NOT-DUE TO TRUE
                       END-IF
                   END-IF
           END-READ.

       3100-FIND-PRIOR-BUCKET.
           MOVE 'N' TO WS-FOUND
           MOVE '0' TO WS-PRIOR-BUCKET
           ADD 1 TO WS-QUEUE-COUNT
           MOVE RECORD-ID TO WS-QUE-ID (WS-QUEUE-COUNT)
           MOVE WS-NEW-BUCKET TO WS-QUE-BUCKET (WS-QUEUE-COUNT)
           MOVE WS-AGING-BALANCE
               TO WS-QUE-BALANCE (WS-QUEUE-COUNT)
           MOVE WS-AGING-MIN-PAY
               TO WS-QUE-MIN-PAY (WS-QUEUE-COUNT)
           IF LATE-FEE NOT = 0
               MOVE LATE-FEE TO WS-QUE-FEE (WS-QUEUE-COUNT)
           MOVE WS-NEW-BUCKET TO WS-BUCKET-NUM
           COMPUTE WS-TO-SLOT = WS-BUCKET-NUM + 1
           ADD 1 TO WS-ROLL-COUNT (WS-FROM-SLOT WS-TO-SLOT)
           ADD WS-AGING-BALANCE
               TO WS-ROLL-BALANCE (WS-FROM-SLOT WS-TO-SLOT).

      * Worst bucket first, then the largest balance, so collectors
