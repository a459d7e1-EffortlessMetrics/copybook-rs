      *> CHGOFF - Card charge-off and recovery processing. Takes a
      *> card account off the books when it has rolled past the final
      *> DELINQ bucket (120+ on the prior queue and still 120+ on this
      *> one), when a bankruptcy notice has come in for it, or when
      *> ESTCASE has flagged its deceased customer's estate insolvent.
      *> The balance charged off is split into its interest and fee
      *> components, from the account's latest cycle statement, and
      *> the principal remainder; each component is written against
      *> the loss reserve through the GLJRNL account mapping and the
      *> account moves onto the charge-off master, which DELINQ and
      *> the bureau extract treat as its charged-off status. Payments
      *> later received on a charged-off account post to the loss
      *> reserve as recoveries rather than reducing a balance. The
      *> run closes with the month's net-loss report by
      *> CUSTOMER-CLASSIFICATION and CREDIT-SCORE band.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGOFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAPPING-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PERF-FILE ASSIGN TO "PERFIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT QUEUE-FILE ASSIGN TO "DELINQWQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT PRIOR-QUEUE-FILE ASSIGN TO "DELINQPRV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "BKRNOTIF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT ESTATE-MASTER ASSIGN TO "ESTCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-ENTERPRISE-ID
               FILE STATUS IS WS-ESTATE-STATUS.
           SELECT STATEMENT-MASTER ASSIGN TO "CYCSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCS-STATEMENT-KEY
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT CLASS-FILE ASSIGN TO "CUSTCLAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLASS-STATUS.
           SELECT CHARGE-OFF-MASTER ASSIGN TO "CHGOMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHO-RECORD-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "CHGOGLJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "CHGOREG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LOSS-REPORT-FILE ASSIGN TO "NETLOSS"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAPPING-FILE.
           COPY gl_account_mapping.
       FD  PERF-FILE.
           COPY performance_baseline_record.
       FD  QUEUE-FILE.
           COPY delinquency_queue_record.
       FD  PRIOR-QUEUE-FILE.
           COPY delinquency_queue_record
               REPLACING ==DELINQUENCY-QUEUE-RECORD==
                      BY ==PRIOR-QUEUE-RECORD==.
       FD  NOTICE-FILE.
           COPY bankruptcy_notice_record.
       FD  ESTATE-MASTER.
           COPY estate_case_record.
       FD  STATEMENT-MASTER.
           COPY card_cycle_statement_record.
       FD  CLASS-FILE.
           COPY customer_class_record.
       FD  CHARGE-OFF-MASTER.
           COPY charge_off_record.
       FD  JOURNAL-FILE.
           COPY gl_journal_record.
       FD  REGISTER-FILE.
           COPY charge_off_register_line.
       FD  LOSS-REPORT-FILE.
           COPY net_loss_report_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-QUEUE-STATUS             PIC X(2).
       01  WS-PRIOR-STATUS             PIC X(2).
       01  WS-NOTICE-STATUS            PIC X(2).
       01  WS-ESTATE-STATUS            PIC X(2).
       01  WS-SNAPSHOT-STATUS          PIC X(2).
       01  WS-SNAPSHOT-FILE            PIC X(1) VALUE 'N'.
           88  WS-SNAPSHOT-OPEN        VALUE 'Y'.
       01  WS-CLASS-STATUS             PIC X(2).
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-REPORT-MONTH             PIC 9(6).
       01  WS-ACCOUNT-ID               PIC 9(15).
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-SNAPSHOT-STATE           PIC X(1).
           88  WS-SNAPSHOT-LOCATED     VALUE 'Y'.
       01  WS-CHARGE-OFF-REASON        PIC X(1).
           88  WS-NO-CHARGE-OFF        VALUE SPACE.
       01  WS-CHARGE-OFF-AMOUNTS.
           05  WS-BALANCE              PIC S9(13)V99.
           05  WS-PRINCIPAL            PIC S9(13)V99.
           05  WS-INTEREST             PIC S9(11)V99.
           05  WS-FEES                 PIC S9(11)V99.
       01  WS-RECOVERY-AMOUNT          PIC S9(13)V99.
       01  WS-RECOVERY-FLOOR           PIC 9(8).
       01  WS-RECOVERY-DATE            PIC 9(8).
       01  WS-TRANS-INDEX              PIC 9(3) COMP.
       01  WS-CLASSIFICATION           PIC X(2).
       01  WS-MAP-INDEX                PIC 9(4) COMP.
       01  WS-MAP-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-POSTING-TYPE             PIC X(3).
       01  WS-POSTING-AMOUNT           PIC 9(15)V99.
       01  WS-POSTING-ACCOUNT          PIC 9(8).
       01  WS-POSTING-OFFSET           PIC 9(8).
       01  WS-POSTING-SIDE             PIC X(1).
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 2000 TIMES.
               10  WS-MAP-TRANS-TYPE   PIC X(3).
               10  WS-MAP-BRANCH       PIC 9(4).
               10  WS-MAP-ACCOUNT      PIC 9(8).
               10  WS-MAP-OFFSET       PIC 9(8).
      *> Accounts in the 120+ bucket on this run's queue and on the
      *> prior run's; an account on both has rolled past the last one.
       01  WS-QUEUE-INDEX              PIC 9(5) COMP.
       01  WS-QUEUE-COUNT              PIC 9(5) COMP VALUE 0.
       01  WS-QUEUE-TABLE.
           05  WS-QUE-ID OCCURS 20000 TIMES PIC S9(15).
       01  WS-PRIOR-INDEX              PIC 9(5) COMP.
       01  WS-PRIOR-COUNT              PIC 9(5) COMP VALUE 0.
       01  WS-PRIOR-TABLE.
           05  WS-PRI-ID OCCURS 20000 TIMES PIC S9(15).
       01  WS-NOTICE-INDEX             PIC 9(5) COMP.
       01  WS-NOTICE-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-NOTICE-TABLE.
           05  WS-NOT-ID OCCURS 20000 TIMES PIC 9(15).
       01  WS-ESTATE-INDEX             PIC 9(5) COMP.
       01  WS-ESTATE-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-ESTATE-TABLE.
           05  WS-EST-CUSTOMER OCCURS 20000 TIMES PIC 9(12).
       01  WS-CLASS-INDEX              PIC 9(5) COMP.
       01  WS-CLASS-COUNT              PIC 9(5) COMP VALUE 0.
       01  WS-CLASS-TABLE.
           05  WS-CLASS-ENTRY OCCURS 20000 TIMES.
               10  WS-CLS-CUSTOMER     PIC 9(15).
               10  WS-CLS-CLASS        PIC X(2).
      *> Net-loss cells, one per classification and score band.
       01  WS-LOSS-INDEX               PIC 9(3) COMP.
       01  WS-LOSS-COUNT               PIC 9(3) COMP VALUE 0.
       01  WS-SORT-INDEX               PIC 9(3) COMP.
       01  WS-LOSS-KEY.
           05  WS-KEY-CLASS            PIC X(2).
           05  WS-KEY-BAND             PIC X(1).
       01  WS-HOLD-LOSS.
           05  WS-HOLD-KEY             PIC X(3).
           05  WS-HOLD-CO-COUNT        PIC 9(7).
           05  WS-HOLD-GROSS           PIC S9(15)V99.
           05  WS-HOLD-RC-COUNT        PIC 9(7).
           05  WS-HOLD-RECOVERIES      PIC S9(15)V99.
       01  WS-LOSS-TABLE.
           05  WS-LOSS-ENTRY OCCURS 200 TIMES.
               10  WS-LOS-KEY          PIC X(3).
               10  WS-LOS-CO-COUNT     PIC 9(7).
               10  WS-LOS-GROSS        PIC S9(15)V99.
               10  WS-LOS-RC-COUNT     PIC 9(7).
               10  WS-LOS-RECOVERIES   PIC S9(15)V99.
       01  WS-TOTAL-LOSS.
           05  WS-TOT-CO-COUNT         PIC 9(7) VALUE 0.
           05  WS-TOT-GROSS            PIC S9(15)V99 VALUE 0.
           05  WS-TOT-RC-COUNT         PIC 9(7) VALUE 0.
           05  WS-TOT-RECOVERIES       PIC S9(15)V99 VALUE 0.
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-CHARGED-OFF-COUNT    PIC 9(9) VALUE 0.
           05  WS-RECOVERY-COUNT       PIC 9(9) VALUE 0.
           05  WS-UNMAPPED-COUNT       PIC 9(9) VALUE 0.
       01  WS-CHARGED-OFF-TOTAL        PIC S9(15)V99 VALUE 0.
       01  WS-RECOVERED-TOTAL          PIC S9(15)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 1000-LOAD-MAPPINGS
           PERFORM 1200-LOAD-DELINQ-QUEUES
           PERFORM 1400-LOAD-BANKRUPTCY-NOTICES
           PERFORM 1500-LOAD-INSOLVENT-ESTATES
           PERFORM 1600-LOAD-CLASSIFICATIONS
           OPEN I-O CHARGE-OFF-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               OPEN OUTPUT CHARGE-OFF-MASTER
               CLOSE CHARGE-OFF-MASTER
               OPEN I-O CHARGE-OFF-MASTER
           END-IF
           OPEN INPUT PERF-FILE
           OPEN INPUT STATEMENT-MASTER
           IF WS-SNAPSHOT-STATUS = "00"
               SET WS-SNAPSHOT-OPEN TO TRUE
           END-IF
           OPEN OUTPUT JOURNAL-FILE REGISTER-FILE
           PERFORM 2000-READ-PERF
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               PERFORM 3000-PROCESS-ACCOUNT
               PERFORM 2000-READ-PERF
           END-PERFORM
           CLOSE PERF-FILE JOURNAL-FILE REGISTER-FILE
           IF WS-SNAPSHOT-OPEN
               CLOSE STATEMENT-MASTER
           END-IF
           OPEN OUTPUT LOSS-REPORT-FILE
           PERFORM 6000-BUILD-NET-LOSS-REPORT
           CLOSE LOSS-REPORT-FILE CHARGE-OFF-MASTER
           DISPLAY "CHGOFF: READ=" WS-READ-COUNT
                   " CHARGED-OFF=" WS-CHARGED-OFF-COUNT
                   " RECOVERIES=" WS-RECOVERY-COUNT
                   " UNMAPPED=" WS-UNMAPPED-COUNT
                   " CHARGED-OFF-AMT=" WS-CHARGED-OFF-TOTAL
                   " RECOVERED-AMT=" WS-RECOVERED-TOTAL
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
           END-IF
           MOVE WS-TODAY (1:6) TO WS-REPORT-MONTH.

       1000-LOAD-MAPPINGS.
           OPEN INPUT MAPPING-FILE
           PERFORM 1100-READ-MAPPING
           PERFORM UNTIL END-OF-FILE
               IF GLM-TRANSACTION-MAP
                       AND WS-MAP-COUNT < 2000
                   ADD 1 TO WS-MAP-COUNT
                   MOVE GLM-TRANSACTION-TYPE
                       TO WS-MAP-TRANS-TYPE (WS-MAP-COUNT)
                   MOVE GLM-BRANCH-CODE
                       TO WS-MAP-BRANCH (WS-MAP-COUNT)
                   MOVE GLM-GL-ACCOUNT
                       TO WS-MAP-ACCOUNT (WS-MAP-COUNT)
                   MOVE GLM-OFFSET-ACCOUNT
                       TO WS-MAP-OFFSET (WS-MAP-COUNT)
               END-IF
               PERFORM 1100-READ-MAPPING
           END-PERFORM
           CLOSE MAPPING-FILE
           MOVE 'N' TO WS-EOF.

       1100-READ-MAPPING.
           READ MAPPING-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1200-LOAD-DELINQ-QUEUES.
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ QUEUE-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF DLQ-DAYS-120-PLUS
                                   OF DELINQUENCY-QUEUE-RECORD
                               AND WS-QUEUE-COUNT < 20000
                               ADD 1 TO WS-QUEUE-COUNT
                               MOVE DLQ-RECORD-ID
                                   OF DELINQUENCY-QUEUE-RECORD
                                   TO WS-QUE-ID (WS-QUEUE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           OPEN INPUT PRIOR-QUEUE-FILE
           IF WS-PRIOR-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ PRIOR-QUEUE-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF DLQ-DAYS-120-PLUS OF PRIOR-QUEUE-RECORD
                               AND WS-PRIOR-COUNT < 20000
                               ADD 1 TO WS-PRIOR-COUNT
                               MOVE DLQ-RECORD-ID OF PRIOR-QUEUE-RECORD
                                   TO WS-PRI-ID (WS-PRIOR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-QUEUE-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       1400-LOAD-BANKRUPTCY-NOTICES.
           OPEN INPUT NOTICE-FILE
           IF WS-NOTICE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ NOTICE-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-NOTICE-COUNT < 20000
                               ADD 1 TO WS-NOTICE-COUNT
                               MOVE BKN-RECORD-ID
                                   TO WS-NOT-ID (WS-NOTICE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTICE-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

      *> Insolvency stands once flagged, so a case closed after the
      *> flag still charges the balance off.
       1500-LOAD-INSOLVENT-ESTATES.
           OPEN INPUT ESTATE-MASTER
           IF WS-ESTATE-STATUS = "00"
               MOVE LOW-VALUES TO ESC-ENTERPRISE-ID
               START ESTATE-MASTER
                   KEY IS NOT LESS THAN ESC-ENTERPRISE-ID
                   INVALID KEY SET END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL END-OF-FILE
                   READ ESTATE-MASTER NEXT
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF ESC-INSOLVENT
                                   AND ESC-CUSTOMER-ID NOT = 0
                                   AND WS-ESTATE-COUNT < 20000
                               ADD 1 TO WS-ESTATE-COUNT
                               MOVE ESC-CUSTOMER-ID
                                   TO WS-EST-CUSTOMER (WS-ESTATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTATE-MASTER
               MOVE 'N' TO WS-EOF
           END-IF.

       1600-LOAD-CLASSIFICATIONS.
           OPEN INPUT CLASS-FILE
           IF WS-CLASS-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ CLASS-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF CCL-CUSTOMER-ID IS NUMERIC
                                   AND WS-CLASS-COUNT < 20000
                               ADD 1 TO WS-CLASS-COUNT
                               MOVE CCL-CUSTOMER-ID
                                   TO WS-CLS-CUSTOMER (WS-CLASS-COUNT)
                               MOVE CCL-CLASSIFICATION
                                   TO WS-CLS-CLASS (WS-CLASS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASS-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       2000-READ-PERF.
           READ PERF-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3000-PROCESS-ACCOUNT.
           MOVE RECORD-ID TO WS-ACCOUNT-ID
           MOVE WS-ACCOUNT-ID TO CHO-RECORD-ID
           READ CHARGE-OFF-MASTER
               INVALID KEY
                   PERFORM 3100-JUDGE-CHARGE-OFF
                   IF NOT WS-NO-CHARGE-OFF
                           AND ACCOUNT-BALANCE > 0
                       PERFORM 3200-CHARGE-OFF-ACCOUNT
                   END-IF
               NOT INVALID KEY
                   PERFORM 3500-POST-RECOVERIES
           END-READ.

      *> A bankruptcy notice or an insolvent estate charges off at
      *> once; otherwise the account must have sat in the 120+ bucket
      *> on the prior queue and stayed there on this one.
       3100-JUDGE-CHARGE-OFF.
           MOVE SPACE TO WS-CHARGE-OFF-REASON
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-NOTICE-INDEX FROM 1 BY 1
               UNTIL WS-NOTICE-INDEX > WS-NOTICE-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-NOT-ID (WS-NOTICE-INDEX) = WS-ACCOUNT-ID
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE 'B' TO WS-CHARGE-OFF-REASON
               END-IF
           END-PERFORM
           IF WS-NO-CHARGE-OFF
               PERFORM VARYING WS-ESTATE-INDEX FROM 1 BY 1
                   UNTIL WS-ESTATE-INDEX > WS-ESTATE-COUNT
                       OR WS-ENTRY-FOUND
                   IF WS-EST-CUSTOMER (WS-ESTATE-INDEX) = RECORD-ID
                       SET WS-ENTRY-FOUND TO TRUE
                       MOVE 'E' TO WS-CHARGE-OFF-REASON
                   END-IF
               END-PERFORM
           END-IF
           IF WS-NO-CHARGE-OFF
               PERFORM VARYING WS-QUEUE-INDEX FROM 1 BY 1
                   UNTIL WS-QUEUE-INDEX > WS-QUEUE-COUNT
                       OR WS-ENTRY-FOUND
                   IF WS-QUE-ID (WS-QUEUE-INDEX) = RECORD-ID
                       SET WS-ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-ENTRY-FOUND
                   MOVE 'N' TO WS-FOUND
                   PERFORM VARYING WS-PRIOR-INDEX FROM 1 BY 1
                       UNTIL WS-PRIOR-INDEX > WS-PRIOR-COUNT
                           OR WS-ENTRY-FOUND
                       IF WS-PRI-ID (WS-PRIOR-INDEX) = RECORD-ID
                           SET WS-ENTRY-FOUND TO TRUE
                           MOVE 'D' TO WS-CHARGE-OFF-REASON
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       3200-CHARGE-OFF-ACCOUNT.
           PERFORM 3300-SPLIT-BALANCE
           PERFORM 3400-FIND-CLASSIFICATION
           INITIALIZE CHARGE-OFF-RECORD
           MOVE WS-ACCOUNT-ID        TO CHO-RECORD-ID
           SET CHO-CHARGED-OFF TO TRUE
           MOVE WS-CHARGE-OFF-REASON TO CHO-REASON
           MOVE WS-TODAY             TO CHO-CHARGE-OFF-DATE
           MOVE WS-PRINCIPAL         TO CHO-PRINCIPAL-AMOUNT
           MOVE WS-INTEREST          TO CHO-INTEREST-AMOUNT
           MOVE WS-FEES              TO CHO-FEE-AMOUNT
           MOVE WS-BALANCE           TO CHO-TOTAL-AMOUNT
           MOVE WS-CLASSIFICATION    TO CHO-CLASSIFICATION
           MOVE CREDIT-SCORE         TO CHO-CREDIT-SCORE
           MOVE 'D' TO WS-POSTING-SIDE
           IF WS-PRINCIPAL > 0
               MOVE 'COP' TO WS-POSTING-TYPE
               MOVE WS-PRINCIPAL TO WS-POSTING-AMOUNT
               PERFORM 4000-WRITE-JOURNAL-PAIR
           END-IF
           IF WS-INTEREST > 0
               MOVE 'COI' TO WS-POSTING-TYPE
               MOVE WS-INTEREST TO WS-POSTING-AMOUNT
               PERFORM 4000-WRITE-JOURNAL-PAIR
           END-IF
           IF WS-FEES > 0
               MOVE 'COF' TO WS-POSTING-TYPE
               MOVE WS-FEES TO WS-POSTING-AMOUNT
               PERFORM 4000-WRITE-JOURNAL-PAIR
           END-IF
           WRITE CHARGE-OFF-RECORD
           INITIALIZE CHARGE-OFF-REGISTER-LINE
           MOVE WS-ACCOUNT-ID        TO COR-RECORD-ID
           SET COR-CHARGE-OFF TO TRUE
           MOVE WS-CHARGE-OFF-REASON TO COR-REASON
           MOVE WS-TODAY             TO COR-EVENT-DATE
           MOVE WS-PRINCIPAL         TO COR-PRINCIPAL-AMOUNT
           MOVE WS-INTEREST          TO COR-INTEREST-AMOUNT
           MOVE WS-FEES              TO COR-FEE-AMOUNT
           MOVE WS-BALANCE           TO COR-AMOUNT
           MOVE WS-CLASSIFICATION    TO COR-CLASSIFICATION
           MOVE CREDIT-SCORE         TO COR-CREDIT-SCORE
           WRITE CHARGE-OFF-REGISTER-LINE
           ADD WS-BALANCE TO WS-CHARGED-OFF-TOTAL
           ADD 1 TO WS-CHARGED-OFF-COUNT.

      *> The interest and fees billed on the latest cycle statement
      *> are the unpaid interest and fee components; whatever of the
      *> balance they do not cover is principal. An account with no
      *> statement yet charges off as all principal.
       3300-SPLIT-BALANCE.
           MOVE ACCOUNT-BALANCE TO WS-BALANCE
           MOVE 0 TO WS-INTEREST WS-FEES
           PERFORM 3310-LOCATE-CYCLE-STATEMENT
           IF WS-SNAPSHOT-LOCATED
               IF CCS-PURCHASE-INTEREST + CCS-CASH-INTEREST > 0
                   COMPUTE WS-INTEREST =
                       CCS-PURCHASE-INTEREST + CCS-CASH-INTEREST
               END-IF
               IF CCS-FEE-TOTAL > 0
                   MOVE CCS-FEE-TOTAL TO WS-FEES
               END-IF
           END-IF
           IF WS-INTEREST > WS-BALANCE
               MOVE WS-BALANCE TO WS-INTEREST
           END-IF
           IF WS-FEES > WS-BALANCE - WS-INTEREST
               COMPUTE WS-FEES = WS-BALANCE - WS-INTEREST
           END-IF
           COMPUTE WS-PRINCIPAL = WS-BALANCE - WS-INTEREST - WS-FEES.

      *> Latest cycle close on or before the business date.
       3310-LOCATE-CYCLE-STATEMENT.
           MOVE 'N' TO WS-SNAPSHOT-STATE
           IF WS-SNAPSHOT-OPEN
               MOVE WS-ACCOUNT-ID TO CCS-RECORD-ID
               COMPUTE CCS-CYCLE-DATE = WS-TODAY + 1
               START STATEMENT-MASTER
                   KEY IS LESS THAN CCS-STATEMENT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ STATEMENT-MASTER PREVIOUS
                           AT END CONTINUE
                           NOT AT END
                               IF CCS-RECORD-ID = WS-ACCOUNT-ID
                                   SET WS-SNAPSHOT-LOCATED TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.

      *> A customer with no classification row is retail.
       3400-FIND-CLASSIFICATION.
           MOVE 'RT' TO WS-CLASSIFICATION
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
               UNTIL WS-CLASS-INDEX > WS-CLASS-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-CLS-CUSTOMER (WS-CLASS-INDEX) = WS-ACCOUNT-ID
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-CLS-CLASS (WS-CLASS-INDEX)
                       TO WS-CLASSIFICATION
               END-IF
           END-PERFORM.

      *> Payments dated after the charge-off (or after the last
      *> recovery already taken) are recoveries; the account balance
      *> is no longer on the books for them to reduce.
       3500-POST-RECOVERIES.
           MOVE 0 TO WS-RECOVERY-AMOUNT
           IF CHO-LAST-RECOVERY-DATE > CHO-CHARGE-OFF-DATE
               MOVE CHO-LAST-RECOVERY-DATE TO WS-RECOVERY-FLOOR
           ELSE
               MOVE CHO-CHARGE-OFF-DATE TO WS-RECOVERY-FLOOR
           END-IF
           MOVE WS-RECOVERY-FLOOR TO WS-RECOVERY-DATE
           PERFORM VARYING WS-TRANS-INDEX FROM 1 BY 1
               UNTIL WS-TRANS-INDEX > TRANSACTION-COUNT
               IF PAYMENT (WS-TRANS-INDEX)
                       AND TRANS-DATE (WS-TRANS-INDEX)
                           > WS-RECOVERY-FLOOR
                       AND TRANS-DATE (WS-TRANS-INDEX) <= WS-TODAY
                   IF TRANS-AMOUNT (WS-TRANS-INDEX) < 0
                       SUBTRACT TRANS-AMOUNT (WS-TRANS-INDEX)
                           FROM WS-RECOVERY-AMOUNT
                   ELSE
                       ADD TRANS-AMOUNT (WS-TRANS-INDEX)
                           TO WS-RECOVERY-AMOUNT
                   END-IF
                   IF TRANS-DATE (WS-TRANS-INDEX) > WS-RECOVERY-DATE
                       MOVE TRANS-DATE (WS-TRANS-INDEX)
                           TO WS-RECOVERY-DATE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RECOVERY-AMOUNT > 0
               PERFORM 3600-TAKE-RECOVERY
           END-IF.

       3600-TAKE-RECOVERY.
           IF CHO-RECOVERY-MONTH NOT = WS-REPORT-MONTH
               MOVE WS-REPORT-MONTH TO CHO-RECOVERY-MONTH
               MOVE 0 TO CHO-MONTH-RECOVERED
           END-IF
           ADD WS-RECOVERY-AMOUNT TO CHO-MONTH-RECOVERED
           ADD WS-RECOVERY-AMOUNT TO CHO-RECOVERED-TOTAL
           MOVE WS-RECOVERY-DATE TO CHO-LAST-RECOVERY-DATE
           IF CHO-RECOVERED-TOTAL >= CHO-TOTAL-AMOUNT
               SET CHO-FULLY-RECOVERED TO TRUE
           END-IF
           MOVE 'RCV' TO WS-POSTING-TYPE
           MOVE WS-RECOVERY-AMOUNT TO WS-POSTING-AMOUNT
           MOVE 'C' TO WS-POSTING-SIDE
           PERFORM 4000-WRITE-JOURNAL-PAIR
           REWRITE CHARGE-OFF-RECORD
           INITIALIZE CHARGE-OFF-REGISTER-LINE
           MOVE WS-ACCOUNT-ID      TO COR-RECORD-ID
           SET COR-RECOVERY TO TRUE
           MOVE CHO-REASON         TO COR-REASON
           MOVE WS-RECOVERY-DATE   TO COR-EVENT-DATE
           MOVE WS-RECOVERY-AMOUNT TO COR-AMOUNT
           MOVE CHO-CLASSIFICATION TO COR-CLASSIFICATION
           MOVE CHO-CREDIT-SCORE   TO COR-CREDIT-SCORE
           WRITE CHARGE-OFF-REGISTER-LINE
           ADD WS-RECOVERY-AMOUNT TO WS-RECOVERED-TOTAL
           ADD 1 TO WS-RECOVERY-COUNT.

      *> Card postings book at branch zero; a component with no
      *> mapping row is counted and left unposted, the same rule
      *> GLJRNL applies.
       4000-WRITE-JOURNAL-PAIR.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-MAP-INDEX FROM 1 BY 1
               UNTIL WS-MAP-INDEX > WS-MAP-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-MAP-TRANS-TYPE (WS-MAP-INDEX) = WS-POSTING-TYPE
                   AND WS-MAP-BRANCH (WS-MAP-INDEX) = 0
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-MAP-ACCOUNT (WS-MAP-INDEX)
                       TO WS-POSTING-ACCOUNT
                   MOVE WS-MAP-OFFSET (WS-MAP-INDEX)
                       TO WS-POSTING-OFFSET
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               ADD 1 TO WS-UNMAPPED-COUNT
           ELSE
               MOVE WS-TODAY           TO GLJ-JOURNAL-DATE
               MOVE WS-POSTING-TYPE    TO GLJ-TRANSACTION-TYPE
               MOVE 0                  TO GLJ-BRANCH-CODE
               MOVE 0                  TO GLJ-SOURCE-TRANS-ID
               MOVE WS-POSTING-AMOUNT  TO GLJ-AMOUNT
               MOVE WS-POSTING-ACCOUNT TO GLJ-GL-ACCOUNT
               MOVE WS-POSTING-SIDE    TO GLJ-DEBIT-CREDIT
               WRITE GL-JOURNAL-RECORD
               MOVE WS-POSTING-OFFSET  TO GLJ-GL-ACCOUNT
               IF WS-POSTING-SIDE = 'D'
                   MOVE 'C' TO GLJ-DEBIT-CREDIT
               ELSE
                   MOVE 'D' TO GLJ-DEBIT-CREDIT
               END-IF
               WRITE GL-JOURNAL-RECORD
           END-IF.

      *> Gross charge-offs are the accounts charged off in the month;
      *> recoveries are what came in during the month on any account
      *> charged off, whenever it went. Both are banded by the
      *> classification and score the account carried at charge-off.
       6000-BUILD-NET-LOSS-REPORT.
           MOVE 0 TO CHO-RECORD-ID
           START CHARGE-OFF-MASTER
               KEY IS NOT LESS THAN CHO-RECORD-ID
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE
               READ CHARGE-OFF-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 6100-ACCUMULATE-LOSS
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           PERFORM 6300-SORT-LOSS-CELLS
           PERFORM VARYING WS-LOSS-INDEX FROM 1 BY 1
               UNTIL WS-LOSS-INDEX > WS-LOSS-COUNT
               INITIALIZE NET-LOSS-REPORT-LINE
               MOVE WS-REPORT-MONTH TO NLR-REPORT-MONTH
               MOVE WS-LOS-KEY (WS-LOSS-INDEX) (1:2)
                   TO NLR-CLASSIFICATION
               MOVE WS-LOS-KEY (WS-LOSS-INDEX) (3:1)
                   TO NLR-SCORE-BAND
               EVALUATE TRUE
                   WHEN NLR-BAND-BELOW-580
                       MOVE '300-579' TO NLR-SCORE-RANGE
                   WHEN NLR-BAND-580-669
                       MOVE '580-669' TO NLR-SCORE-RANGE
                   WHEN NLR-BAND-670-739
                       MOVE '670-739' TO NLR-SCORE-RANGE
                   WHEN NLR-BAND-740-799
                       MOVE '740-799' TO NLR-SCORE-RANGE
                   WHEN NLR-BAND-800-PLUS
                       MOVE '800-850' TO NLR-SCORE-RANGE
                   WHEN OTHER
                       MOVE 'NONE' TO NLR-SCORE-RANGE
               END-EVALUATE
               MOVE WS-LOS-CO-COUNT (WS-LOSS-INDEX)
                   TO NLR-CHARGE-OFF-COUNT
               MOVE WS-LOS-GROSS (WS-LOSS-INDEX)
                   TO NLR-GROSS-CHARGE-OFF
               MOVE WS-LOS-RC-COUNT (WS-LOSS-INDEX)
                   TO NLR-RECOVERY-COUNT
               MOVE WS-LOS-RECOVERIES (WS-LOSS-INDEX)
                   TO NLR-RECOVERIES
               COMPUTE NLR-NET-LOSS =
                   NLR-GROSS-CHARGE-OFF - NLR-RECOVERIES
               WRITE NET-LOSS-REPORT-LINE
           END-PERFORM
           INITIALIZE NET-LOSS-REPORT-LINE
           MOVE WS-REPORT-MONTH TO NLR-REPORT-MONTH
           MOVE '**' TO NLR-CLASSIFICATION
           SET NLR-BAND-ALL TO TRUE
           MOVE 'ALL' TO NLR-SCORE-RANGE
           MOVE WS-TOT-CO-COUNT   TO NLR-CHARGE-OFF-COUNT
           MOVE WS-TOT-GROSS      TO NLR-GROSS-CHARGE-OFF
           MOVE WS-TOT-RC-COUNT   TO NLR-RECOVERY-COUNT
           MOVE WS-TOT-RECOVERIES TO NLR-RECOVERIES
           COMPUTE NLR-NET-LOSS = WS-TOT-GROSS - WS-TOT-RECOVERIES
           WRITE NET-LOSS-REPORT-LINE.

       6100-ACCUMULATE-LOSS.
           IF CHO-CHARGE-OFF-DATE (1:6) = WS-REPORT-MONTH
                   OR (CHO-RECOVERY-MONTH = WS-REPORT-MONTH
                       AND CHO-MONTH-RECOVERED NOT = 0)
               MOVE CHO-CLASSIFICATION TO WS-KEY-CLASS
               EVALUATE TRUE
                   WHEN CHO-CREDIT-SCORE = 0
                       MOVE '0' TO WS-KEY-BAND
                   WHEN CHO-CREDIT-SCORE < 580
                       MOVE '1' TO WS-KEY-BAND
                   WHEN CHO-CREDIT-SCORE < 670
                       MOVE '2' TO WS-KEY-BAND
                   WHEN CHO-CREDIT-SCORE < 740
                       MOVE '3' TO WS-KEY-BAND
                   WHEN CHO-CREDIT-SCORE < 800
                       MOVE '4' TO WS-KEY-BAND
                   WHEN OTHER
                       MOVE '5' TO WS-KEY-BAND
               END-EVALUATE
               PERFORM 6200-FIND-LOSS-CELL
               IF WS-LOSS-INDEX > 0
                   IF CHO-CHARGE-OFF-DATE (1:6) = WS-REPORT-MONTH
                       ADD 1 TO WS-LOS-CO-COUNT (WS-LOSS-INDEX)
                                WS-TOT-CO-COUNT
                       ADD CHO-TOTAL-AMOUNT
                           TO WS-LOS-GROSS (WS-LOSS-INDEX)
                              WS-TOT-GROSS
                   END-IF
                   IF CHO-RECOVERY-MONTH = WS-REPORT-MONTH
                           AND CHO-MONTH-RECOVERED NOT = 0
                       ADD 1 TO WS-LOS-RC-COUNT (WS-LOSS-INDEX)
                                WS-TOT-RC-COUNT
                       ADD CHO-MONTH-RECOVERED
                           TO WS-LOS-RECOVERIES (WS-LOSS-INDEX)
                              WS-TOT-RECOVERIES
                   END-IF
               END-IF
           END-IF.

       6200-FIND-LOSS-CELL.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-LOSS-INDEX FROM 1 BY 1
               UNTIL WS-LOSS-INDEX > WS-LOSS-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-LOS-KEY (WS-LOSS-INDEX) = WS-LOSS-KEY
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-LOSS-INDEX
           ELSE
               IF WS-LOSS-COUNT < 200
                   ADD 1 TO WS-LOSS-COUNT
                   MOVE WS-LOSS-COUNT TO WS-LOSS-INDEX
                   MOVE WS-LOSS-KEY TO WS-LOS-KEY (WS-LOSS-INDEX)
                   MOVE 0 TO WS-LOS-CO-COUNT (WS-LOSS-INDEX)
                             WS-LOS-GROSS (WS-LOSS-INDEX)
                             WS-LOS-RC-COUNT (WS-LOSS-INDEX)
                             WS-LOS-RECOVERIES (WS-LOSS-INDEX)
               ELSE
                   MOVE 0 TO WS-LOSS-INDEX
               END-IF
           END-IF.

      *> Classification, then score band lowest first.
       6300-SORT-LOSS-CELLS.
           PERFORM VARYING WS-LOSS-INDEX FROM 2 BY 1
               UNTIL WS-LOSS-INDEX > WS-LOSS-COUNT
               MOVE WS-LOSS-ENTRY (WS-LOSS-INDEX) TO WS-HOLD-LOSS
               MOVE WS-LOSS-INDEX TO WS-SORT-INDEX
               PERFORM UNTIL WS-SORT-INDEX = 1
                   OR WS-LOS-KEY (WS-SORT-INDEX - 1) <= WS-HOLD-KEY
                   MOVE WS-LOSS-ENTRY (WS-SORT-INDEX - 1)
                       TO WS-LOSS-ENTRY (WS-SORT-INDEX)
                   SUBTRACT 1 FROM WS-SORT-INDEX
               END-PERFORM
               MOVE WS-HOLD-LOSS TO WS-LOSS-ENTRY (WS-SORT-INDEX)
           END-PERFORM.
