      *> CRBUREAU - Monthly credit bureau furnishing for card
      *> accounts. First reconciles the bureau's error return from the
      *> last submission, when one has come back, against what the
      *> reporting master says was sent. Then builds a base segment
      *> for every card account on the performance master from its
      *> COMP3-HEAVY-SECTION balances, rolling the account's bucket on
      *> the DELINQ work queue into the 24-month payment history
      *> profile. The account status follows the history - current,
      *> 30 to 120+ days late, or charged off once CHGOFF has taken
      *> the account onto the charge-off master - and closed accounts
      *> come from the card status master. An open dispute under
      *> DSPCASE reports the disputed compliance condition, and the
      *> month after it resolves reports it resolved. An account whose
      *> customer has an estate case is reported once as deceased and
      *> then suppressed from every later submission.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRBUREAU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERF-FILE ASSIGN TO "PERFIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT QUEUE-FILE ASSIGN TO "DELINQWQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT ESTATE-MASTER ASSIGN TO "ESTCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-ENTERPRISE-ID
               FILE STATUS IS WS-ESTATE-STATUS.
           SELECT DISPUTE-MASTER ASSIGN TO "DSPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CASE-ID
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT CARD-MASTER ASSIGN TO "CARDSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-TOKEN
               FILE STATUS IS WS-CARD-STATUS.
           SELECT CHARGE-OFF-MASTER ASSIGN TO "CHGOMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHO-RECORD-ID
               FILE STATUS IS WS-CHARGE-OFF-STATUS.
           SELECT BUREAU-MASTER ASSIGN TO "BURMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUR-RECORD-ID
               FILE STATUS IS WS-BUREAU-STATUS.
           SELECT ERROR-FILE ASSIGN TO "BURERR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERROR-STATUS.
           SELECT FURNISH-FILE ASSIGN TO "BUREXTR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECON-FILE ASSIGN TO "BURRECON"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERF-FILE.
           COPY performance_baseline_record.
       FD  QUEUE-FILE.
           COPY delinquency_queue_record.
       FD  ESTATE-MASTER.
           COPY estate_case_record.
       FD  DISPUTE-MASTER.
           COPY dispute_case_record.
       FD  CARD-MASTER.
           COPY card_status_record.
       FD  CHARGE-OFF-MASTER.
           COPY charge_off_record.
       FD  BUREAU-MASTER.
           COPY credit_bureau_history_record.
       FD  ERROR-FILE.
           COPY credit_bureau_error_record.
       FD  FURNISH-FILE.
           COPY credit_bureau_base_segment.
       FD  RECON-FILE.
           COPY credit_bureau_recon_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-QUEUE-STATUS             PIC X(2).
       01  WS-ESTATE-STATUS            PIC X(2).
       01  WS-DISPUTE-STATUS           PIC X(2).
       01  WS-CARD-STATUS              PIC X(2).
       01  WS-CHARGE-OFF-STATUS        PIC X(2).
       01  WS-CHARGE-OFF-STATE         PIC X(1) VALUE 'N'.
           88  WS-CHARGE-OFF-OPEN      VALUE 'Y'.
       01  WS-BUREAU-STATUS            PIC X(2).
       01  WS-ERROR-STATUS             PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-REPORT-MONTH             PIC 9(6).
       01  WS-RECORD-STATE             PIC X(1).
           88  WS-ROW-EXISTS           VALUE 'Y'.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
      *> Furnisher identity the bureaus know this portfolio by.
       01  WS-FURNISHER-ID             PIC X(20)
                                       VALUE 'CARDPORTFOLIO01'.
       01  WS-REPORTER-NAME            PIC X(40)
                                       VALUE 'CARD SERVICES'.
       01  WS-ACCOUNT-ID               PIC 9(15).
       01  WS-BUCKET                   PIC X(1).
       01  WS-BUCKET-NUM               PIC 9(1).
       01  WS-HISTORY                  PIC X(24).
       01  WS-DOLLARS                  PIC S9(13).
       01  WS-LAST-PAY-DATE            PIC 9(8).
       01  WS-TRANS-INDEX              PIC 9(3) COMP.
       01  WS-ACCOUNT-FLAGS.
           05  WS-DECEASED             PIC X(1).
               88  WS-ACCOUNT-DECEASED VALUE 'Y'.
           05  WS-DISPUTE              PIC X(1).
               88  WS-DISPUTE-OPEN     VALUE 'Y'.
           05  WS-CLOSED               PIC X(1).
               88  WS-ACCOUNT-CLOSED   VALUE 'Y'.
           05  WS-CLOSED-DATE          PIC 9(8).
           05  WS-OPENED-DATE          PIC 9(8).
       01  WS-QUEUE-INDEX              PIC 9(5) COMP.
       01  WS-QUEUE-COUNT              PIC 9(5) COMP VALUE 0.
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE-ENTRY OCCURS 20000 TIMES.
               10  WS-QUE-ID           PIC S9(15).
               10  WS-QUE-BUCKET       PIC X(1).
       01  WS-ESTATE-INDEX             PIC 9(5) COMP.
       01  WS-ESTATE-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-ESTATE-TABLE.
           05  WS-ESTATE-CUSTOMER OCCURS 20000 TIMES PIC 9(12).
       01  WS-DISPUTE-INDEX            PIC 9(5) COMP.
       01  WS-DISPUTE-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-DISPUTE-TABLE.
           05  WS-DISPUTE-CUSTOMER OCCURS 20000 TIMES PIC 9(12).
      *> Per customer: whether any card is still open, the latest
      *> closing among its closed cards, and its first card's opening.
       01  WS-CARD-INDEX               PIC 9(5) COMP.
       01  WS-CARD-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-SLOT                     PIC 9(5) COMP.
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 20000 TIMES.
               10  WS-CRD-CUSTOMER     PIC 9(12).
               10  WS-CRD-OPEN-CARDS   PIC 9(5).
               10  WS-CRD-CLOSED-DATE  PIC 9(8).
               10  WS-CRD-OPENED-DATE  PIC 9(8).
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-SUPPRESSED-COUNT     PIC 9(9) VALUE 0.
           05  WS-REFUSED-COUNT        PIC 9(9) VALUE 0.
           05  WS-MATCHED-COUNT        PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           OPEN I-O BUREAU-MASTER
           IF WS-BUREAU-STATUS NOT = "00"
               OPEN OUTPUT BUREAU-MASTER
               CLOSE BUREAU-MASTER
               OPEN I-O BUREAU-MASTER
           END-IF
           OPEN OUTPUT RECON-FILE
           PERFORM 1000-RECONCILE-ERRORS
           CLOSE RECON-FILE
           PERFORM 1500-LOAD-DELINQ-QUEUE
           PERFORM 1600-LOAD-ESTATE-CASES
           PERFORM 1700-LOAD-OPEN-DISPUTES
           PERFORM 1800-LOAD-CARD-STATUS
           INITIALIZE CREDIT-BUREAU-TRAILER
           MOVE 'TRAILER' TO CBT-SEGMENT-ID
           OPEN INPUT PERF-FILE CHARGE-OFF-MASTER
           IF WS-CHARGE-OFF-STATUS = "00"
               SET WS-CHARGE-OFF-OPEN TO TRUE
           END-IF
           OPEN OUTPUT FURNISH-FILE
           PERFORM 2000-WRITE-HEADER
           PERFORM 2100-READ-PERF
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               PERFORM 3000-FURNISH-ACCOUNT
               PERFORM 2100-READ-PERF
           END-PERFORM
           WRITE CREDIT-BUREAU-TRAILER
           CLOSE PERF-FILE FURNISH-FILE
           IF WS-CHARGE-OFF-OPEN
               CLOSE CHARGE-OFF-MASTER
           END-IF
           PERFORM 4000-RECORD-SUBMISSION
           CLOSE BUREAU-MASTER
           DISPLAY "CRBUREAU: READ=" WS-READ-COUNT
                   " FURNISHED=" CBT-BASE-COUNT
                   " SUPPRESSED=" WS-SUPPRESSED-COUNT
                   " REFUSED=" WS-REFUSED-COUNT
                   " MATCHED=" WS-MATCHED-COUNT
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

      *> Each refused segment is matched to the account's row: sent
      *> in the last submission, sent in an earlier one, or never
      *> furnished from here at all. The total line sets the refusals
      *> against the last submission's segment count.
       1000-RECONCILE-ERRORS.
           OPEN INPUT ERROR-FILE
           IF WS-ERROR-STATUS = "00"
               PERFORM 1100-READ-ERROR
               PERFORM UNTIL END-OF-FILE
                   PERFORM 1200-MATCH-ERROR
                   PERFORM 1100-READ-ERROR
               END-PERFORM
               CLOSE ERROR-FILE
               MOVE 'N' TO WS-EOF
               INITIALIZE CREDIT-BUREAU-RECON-LINE
               MOVE WS-TODAY TO BRC-RUN-DATE
               SET BRC-TOTAL TO TRUE
               MOVE 0 TO BUR-RECORD-ID
               READ BUREAU-MASTER
                   INVALID KEY MOVE 0 TO BUR-CONTROL-COUNT
               END-READ
               MOVE BUR-LAST-REPORTED-DATE TO BRC-ACTIVITY-DATE
               MOVE BUR-CONTROL-COUNT TO BRC-SUBMITTED-COUNT
               MOVE WS-REFUSED-COUNT TO BRC-REFUSED-COUNT
               IF BUR-CONTROL-COUNT > WS-MATCHED-COUNT
                   COMPUTE BRC-ACCEPTED-COUNT =
                       BUR-CONTROL-COUNT - WS-MATCHED-COUNT
               END-IF
               WRITE CREDIT-BUREAU-RECON-LINE
           END-IF.

       1100-READ-ERROR.
           READ ERROR-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1200-MATCH-ERROR.
           ADD 1 TO WS-REFUSED-COUNT
           INITIALIZE CREDIT-BUREAU-RECON-LINE
           MOVE WS-TODAY TO BRC-RUN-DATE
           SET BRC-DETAIL TO TRUE
           MOVE BER-CONSUMER-ACCOUNT-NUMBER
               TO BRC-CONSUMER-ACCOUNT-NUMBER
           MOVE BER-ACTIVITY-DATE TO BRC-ACTIVITY-DATE
           MOVE BER-ERROR-CODE TO BRC-ERROR-CODE
           MOVE BER-FIELD-NAME TO BRC-FIELD-NAME
           SET BRC-NOT-ON-MASTER TO TRUE
           IF BER-CONSUMER-ACCOUNT-NUMBER (1:15) IS NUMERIC
               MOVE BER-CONSUMER-ACCOUNT-NUMBER (1:15) TO BUR-RECORD-ID
               READ BUREAU-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM 1300-NOTE-REFUSAL
               END-READ
           END-IF
           WRITE CREDIT-BUREAU-RECON-LINE.

       1300-NOTE-REFUSAL.
           IF BUR-LAST-REPORTED-DATE = BER-ACTIVITY-DATE
               SET BRC-MATCHED TO TRUE
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
               SET BRC-STALE-SUBMISSION TO TRUE
           END-IF
           MOVE BUR-LAST-STATUS  TO BRC-SENT-STATUS
           MOVE BUR-LAST-CCC     TO BRC-SENT-CCC
           MOVE BUR-LAST-BALANCE TO BRC-SENT-BALANCE
           MOVE BER-ERROR-CODE    TO BUR-LAST-REJECT-CODE
           MOVE BER-ACTIVITY-DATE TO BUR-LAST-REJECT-DATE
           REWRITE CREDIT-BUREAU-HISTORY-RECORD.

      *> The work queue holds only the delinquent accounts; anything
      *> not on it is current.
       1500-LOAD-DELINQ-QUEUE.
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ QUEUE-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-QUEUE-COUNT < 20000
                               ADD 1 TO WS-QUEUE-COUNT
                               MOVE DLQ-RECORD-ID
                                   TO WS-QUE-ID (WS-QUEUE-COUNT)
                               MOVE DLQ-BUCKET
                                   TO WS-QUE-BUCKET (WS-QUEUE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

      *> A death stays on record after probate closes the case, so
      *> closed estate cases count as well as open ones.
       1600-LOAD-ESTATE-CASES.
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
                           IF ESC-CUSTOMER-ID NOT = 0
                                   AND WS-ESTATE-COUNT < 20000
                               ADD 1 TO WS-ESTATE-COUNT
                               MOVE ESC-CUSTOMER-ID
                                   TO WS-ESTATE-CUSTOMER
                                      (WS-ESTATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTATE-MASTER
               MOVE 'N' TO WS-EOF
           END-IF.

       1700-LOAD-OPEN-DISPUTES.
           OPEN INPUT DISPUTE-MASTER
           IF WS-DISPUTE-STATUS = "00"
               MOVE 0 TO DSP-CASE-ID
               START DISPUTE-MASTER
                   KEY IS NOT LESS THAN DSP-CASE-ID
                   INVALID KEY SET END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL END-OF-FILE
                   READ DISPUTE-MASTER NEXT
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF NOT DSP-CASE-CLOSED
                                   AND WS-DISPUTE-COUNT < 20000
                               ADD 1 TO WS-DISPUTE-COUNT
                               MOVE DSP-CUSTOMER-ID
                                   TO WS-DISPUTE-CUSTOMER
                                      (WS-DISPUTE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-MASTER
               MOVE 'N' TO WS-EOF
           END-IF.

      *> A customer is closed once every card they hold is closed; a
      *> replaced card counts as still open until its successor is.
       1800-LOAD-CARD-STATUS.
           OPEN INPUT CARD-MASTER
           IF WS-CARD-STATUS = "00"
               MOVE LOW-VALUES TO CST-TOKEN
               START CARD-MASTER
                   KEY IS NOT LESS THAN CST-TOKEN
                   INVALID KEY SET END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL END-OF-FILE
                   READ CARD-MASTER NEXT
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF CST-CUSTOMER-ID NOT = 0
                               PERFORM 1850-NOTE-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARD-MASTER
               MOVE 'N' TO WS-EOF
           END-IF.

       1850-NOTE-CARD.
           MOVE 'N' TO WS-FOUND
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-CARD-INDEX FROM 1 BY 1
               UNTIL WS-CARD-INDEX > WS-CARD-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-CRD-CUSTOMER (WS-CARD-INDEX) = CST-CUSTOMER-ID
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-CARD-INDEX TO WS-SLOT
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND AND WS-CARD-COUNT < 20000
               ADD 1 TO WS-CARD-COUNT
               MOVE WS-CARD-COUNT TO WS-SLOT
               MOVE CST-CUSTOMER-ID TO WS-CRD-CUSTOMER (WS-SLOT)
               MOVE 0 TO WS-CRD-OPEN-CARDS (WS-SLOT)
               MOVE 0 TO WS-CRD-CLOSED-DATE (WS-SLOT)
               MOVE CST-OPENED-DATE TO WS-CRD-OPENED-DATE (WS-SLOT)
           END-IF
           IF WS-SLOT > 0
               IF CST-CLOSED
                   IF CST-STATUS-DATE > WS-CRD-CLOSED-DATE (WS-SLOT)
                       MOVE CST-STATUS-DATE
                           TO WS-CRD-CLOSED-DATE (WS-SLOT)
                   END-IF
               ELSE
                   IF NOT CST-REPLACED
                       ADD 1 TO WS-CRD-OPEN-CARDS (WS-SLOT)
                   END-IF
               END-IF
               IF CST-OPENED-DATE NOT = 0
                       AND (WS-CRD-OPENED-DATE (WS-SLOT) = 0
                           OR CST-OPENED-DATE
                               < WS-CRD-OPENED-DATE (WS-SLOT))
                   MOVE CST-OPENED-DATE TO WS-CRD-OPENED-DATE (WS-SLOT)
               END-IF
           END-IF.

       2000-WRITE-HEADER.
           MOVE 'HEADER' TO CBH-SEGMENT-ID
           MOVE WS-FURNISHER-ID TO CBH-IDENTIFICATION-NUMBER
           MOVE WS-TODAY TO CBH-ACTIVITY-DATE
           MOVE WS-TODAY TO CBH-CREATED-DATE
           MOVE WS-REPORTER-NAME TO CBH-REPORTER-NAME
           WRITE CREDIT-BUREAU-HEADER.

       2100-READ-PERF.
           READ PERF-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3000-FURNISH-ACCOUNT.
           MOVE RECORD-ID TO WS-ACCOUNT-ID
           PERFORM 3100-FETCH-BUREAU-ROW
           PERFORM 3200-ROLL-PAYMENT-HISTORY
           PERFORM 3300-GATHER-ACCOUNT-FLAGS
           IF WS-ACCOUNT-DECEASED AND BUR-DECEASED-REPORTED NOT = 0
                   AND BUR-DECEASED-REPORTED (1:6) NOT = WS-REPORT-MONTH
               SET BUR-SUPPRESSED TO TRUE
               ADD 1 TO WS-SUPPRESSED-COUNT
           ELSE
               PERFORM 3400-BUILD-BASE-SEGMENT
               WRITE CREDIT-BUREAU-BASE-SEGMENT
               PERFORM 3600-COUNT-SEGMENT
               SET BUR-REPORTED TO TRUE
               MOVE CBB-ACCOUNT-STATUS       TO BUR-LAST-STATUS
               MOVE CBB-COMPLIANCE-CONDITION TO BUR-LAST-CCC
               MOVE CBB-CURRENT-BALANCE      TO BUR-LAST-BALANCE
               MOVE WS-TODAY TO BUR-LAST-REPORTED-DATE
           END-IF
           MOVE WS-REPORT-MONTH TO BUR-LAST-REPORTED-MONTH
           IF WS-ROW-EXISTS
               REWRITE CREDIT-BUREAU-HISTORY-RECORD
           ELSE
               WRITE CREDIT-BUREAU-HISTORY-RECORD
           END-IF.

       3100-FETCH-BUREAU-ROW.
           MOVE 'N' TO WS-RECORD-STATE
           MOVE WS-ACCOUNT-ID TO BUR-RECORD-ID
           READ BUREAU-MASTER
               INVALID KEY
                   INITIALIZE CREDIT-BUREAU-HISTORY-RECORD
                   MOVE WS-ACCOUNT-ID TO BUR-RECORD-ID
                   MOVE ALL 'B' TO BUR-PAYMENT-HISTORY
                   MOVE 'N' TO BUR-CHARGE-OFF-FLAG
               NOT INVALID KEY
                   SET WS-ROW-EXISTS TO TRUE
           END-READ.

      *> The profile shifts one month each new reporting month; a
      *> rerun inside the month only restates the current month. From
      *> the month the account reaches the charge-off master every
      *> month reports 'L'.
       3200-ROLL-PAYMENT-HISTORY.
           MOVE '0' TO WS-BUCKET
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-QUEUE-INDEX FROM 1 BY 1
               UNTIL WS-QUEUE-INDEX > WS-QUEUE-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-QUE-ID (WS-QUEUE-INDEX) = RECORD-ID
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-QUE-BUCKET (WS-QUEUE-INDEX) TO WS-BUCKET
               END-IF
           END-PERFORM
           IF BUR-LAST-REPORTED-MONTH = WS-REPORT-MONTH
               MOVE BUR-PAYMENT-HISTORY TO WS-HISTORY
           ELSE
               MOVE ALL 'B' TO WS-HISTORY
               MOVE BUR-PAYMENT-HISTORY (1:23) TO WS-HISTORY (2:23)
           END-IF
           IF NOT BUR-CHARGED-OFF AND WS-CHARGE-OFF-OPEN
               MOVE WS-ACCOUNT-ID TO CHO-RECORD-ID
               READ CHARGE-OFF-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO BUR-CHARGE-OFF-FLAG
                       MOVE CHO-CHARGE-OFF-DATE TO BUR-CHARGE-OFF-DATE
                       COMPUTE WS-DOLLARS ROUNDED = CHO-TOTAL-AMOUNT
                       MOVE WS-DOLLARS TO BUR-CHARGE-OFF-AMOUNT
               END-READ
           END-IF
           IF BUR-CHARGED-OFF
               MOVE 'L' TO WS-HISTORY (1:1)
           ELSE
               MOVE WS-BUCKET TO WS-HISTORY (1:1)
           END-IF
           MOVE WS-HISTORY TO BUR-PAYMENT-HISTORY
           EVALUATE TRUE
               WHEN WS-BUCKET = '0' AND NOT BUR-CHARGED-OFF
                   MOVE 0 TO BUR-FIRST-DELINQ-DATE
               WHEN BUR-FIRST-DELINQ-DATE = 0
                   MOVE WS-TODAY TO BUR-FIRST-DELINQ-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           COMPUTE WS-DOLLARS ROUNDED = ACCOUNT-BALANCE
           IF WS-DOLLARS > BUR-HIGHEST-BALANCE
               MOVE WS-DOLLARS TO BUR-HIGHEST-BALANCE
           END-IF.

      *> Estate, dispute and card records key on the customer, which
      *> is the performance RECORD-ID on the card side.
       3300-GATHER-ACCOUNT-FLAGS.
           INITIALIZE WS-ACCOUNT-FLAGS
           MOVE 'N' TO WS-DECEASED WS-DISPUTE WS-CLOSED
           PERFORM VARYING WS-ESTATE-INDEX FROM 1 BY 1
               UNTIL WS-ESTATE-INDEX > WS-ESTATE-COUNT
                   OR WS-ACCOUNT-DECEASED
               IF WS-ESTATE-CUSTOMER (WS-ESTATE-INDEX) = RECORD-ID
                   SET WS-ACCOUNT-DECEASED TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DISPUTE-INDEX FROM 1 BY 1
               UNTIL WS-DISPUTE-INDEX > WS-DISPUTE-COUNT
                   OR WS-DISPUTE-OPEN
               IF WS-DISPUTE-CUSTOMER (WS-DISPUTE-INDEX) = RECORD-ID
                   SET WS-DISPUTE-OPEN TO TRUE
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-CARD-INDEX FROM 1 BY 1
               UNTIL WS-CARD-INDEX > WS-CARD-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-CRD-CUSTOMER (WS-CARD-INDEX) = RECORD-ID
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-CRD-OPENED-DATE (WS-CARD-INDEX)
                       TO WS-OPENED-DATE
                   IF WS-CRD-OPEN-CARDS (WS-CARD-INDEX) = 0
                           AND WS-CRD-CLOSED-DATE (WS-CARD-INDEX)
                               NOT = 0
                       SET WS-ACCOUNT-CLOSED TO TRUE
                       MOVE WS-CRD-CLOSED-DATE (WS-CARD-INDEX)
                           TO WS-CLOSED-DATE
                   END-IF
               END-IF
           END-PERFORM.

       3400-BUILD-BASE-SEGMENT.
           INITIALIZE CREDIT-BUREAU-BASE-SEGMENT
           MOVE 'BASE' TO CBB-SEGMENT-ID
           MOVE '1' TO CBB-PROCESSING-INDICATOR
           MOVE WS-TODAY TO CBB-TIME-STAMP
           MOVE WS-FURNISHER-ID TO CBB-IDENTIFICATION-NUMBER
           MOVE WS-ACCOUNT-ID TO CBB-CONSUMER-ACCOUNT-NUMBER
           MOVE 'R' TO CBB-PORTFOLIO-TYPE
           MOVE '18' TO CBB-ACCOUNT-TYPE
           MOVE WS-OPENED-DATE TO CBB-DATE-OPENED
           COMPUTE WS-DOLLARS ROUNDED = CREDIT-LIMIT
           IF WS-DOLLARS > 0
               MOVE WS-DOLLARS TO CBB-CREDIT-LIMIT
           END-IF
           MOVE BUR-HIGHEST-BALANCE TO CBB-HIGHEST-CREDIT
           MOVE 'REV' TO CBB-TERMS-DURATION
           MOVE 'M' TO CBB-TERMS-FREQUENCY
           COMPUTE WS-DOLLARS ROUNDED = MINIMUM-PAYMENT
           IF WS-DOLLARS > 0
               MOVE WS-DOLLARS TO CBB-SCHEDULED-PAYMENT
           END-IF
           COMPUTE WS-DOLLARS ROUNDED = LAST-PAYMENT-AMOUNT
           IF WS-DOLLARS > 0
               MOVE WS-DOLLARS TO CBB-ACTUAL-PAYMENT
           END-IF
           COMPUTE WS-DOLLARS ROUNDED = ACCOUNT-BALANCE
           IF WS-DOLLARS > 0
               MOVE WS-DOLLARS TO CBB-CURRENT-BALANCE
           END-IF
           MOVE BUR-PAYMENT-HISTORY TO CBB-PAYMENT-HISTORY
           PERFORM 3500-SET-ACCOUNT-STATUS
           IF WS-DISPUTE-OPEN
               SET CBB-DISPUTED TO TRUE
           ELSE
               IF BUR-LAST-CCC = 'XB'
                   SET CBB-DISPUTE-RESOLVED TO TRUE
               END-IF
           END-IF
           IF WS-ACCOUNT-CLOSED
               MOVE WS-CLOSED-DATE TO CBB-DATE-CLOSED
               MOVE 'M' TO CBB-SPECIAL-COMMENT
           END-IF
           MOVE BUR-CHARGE-OFF-AMOUNT TO CBB-ORIGINAL-CHARGE-OFF
           MOVE WS-TODAY TO CBB-DATE-ACCOUNT-INFO
           MOVE BUR-FIRST-DELINQ-DATE TO CBB-DATE-FIRST-DELINQUENCY
           PERFORM 3450-FIND-LAST-PAYMENT
           MOVE WS-LAST-PAY-DATE TO CBB-DATE-LAST-PAYMENT
           MOVE CUSTOMER-NAME TO CBB-CONSUMER-NAME
           IF WS-ACCOUNT-DECEASED
               SET CBB-DECEASED TO TRUE
               MOVE WS-TODAY TO BUR-DECEASED-REPORTED
           ELSE
               SET CBB-INDIVIDUAL TO TRUE
           END-IF
           MOVE ADDRESS-LINE-1 TO CBB-ADDRESS-LINE-1
           MOVE ADDRESS-LINE-2 TO CBB-ADDRESS-LINE-2
           MOVE CITY           TO CBB-CITY
           MOVE STATE-PROVINCE TO CBB-STATE
           MOVE POSTAL-CODE    TO CBB-POSTAL-CODE
           MOVE PHONE-NUMBER   TO CBB-TELEPHONE.

       3450-FIND-LAST-PAYMENT.
           MOVE 0 TO WS-LAST-PAY-DATE
           PERFORM VARYING WS-TRANS-INDEX FROM 1 BY 1
               UNTIL WS-TRANS-INDEX > TRANSACTION-COUNT
               IF PAYMENT (WS-TRANS-INDEX)
                       AND TRANS-DATE (WS-TRANS-INDEX)
                           > WS-LAST-PAY-DATE
                   MOVE TRANS-DATE (WS-TRANS-INDEX)
                       TO WS-LAST-PAY-DATE
               END-IF
           END-PERFORM.

      *> Charged off beats delinquent beats closed; the payment rating
      *> rides only on the statuses that close the account out.
       3500-SET-ACCOUNT-STATUS.
           MOVE SPACE TO CBB-PAYMENT-RATING
           EVALUATE TRUE
               WHEN BUR-CHARGED-OFF
                   MOVE '97' TO CBB-ACCOUNT-STATUS
                   MOVE 'L' TO CBB-PAYMENT-RATING
               WHEN WS-BUCKET NOT = '0'
                   EVALUATE WS-BUCKET
                       WHEN '1' MOVE '71' TO CBB-ACCOUNT-STATUS
                       WHEN '2' MOVE '78' TO CBB-ACCOUNT-STATUS
                       WHEN '3' MOVE '80' TO CBB-ACCOUNT-STATUS
                       WHEN OTHER MOVE '82' TO CBB-ACCOUNT-STATUS
                   END-EVALUATE
                   MOVE WS-BUCKET TO WS-BUCKET-NUM
                   COMPUTE WS-DOLLARS ROUNDED =
                       MINIMUM-PAYMENT * WS-BUCKET-NUM
                   IF WS-DOLLARS > 0
                       MOVE WS-DOLLARS TO CBB-AMOUNT-PAST-DUE
                   END-IF
               WHEN WS-ACCOUNT-CLOSED AND CBB-CURRENT-BALANCE = 0
                   MOVE '13' TO CBB-ACCOUNT-STATUS
                   MOVE '0' TO CBB-PAYMENT-RATING
               WHEN OTHER
                   MOVE '11' TO CBB-ACCOUNT-STATUS
           END-EVALUATE.

       3600-COUNT-SEGMENT.
           ADD 1 TO CBT-BASE-COUNT
           ADD CBB-CURRENT-BALANCE TO CBT-BALANCE-TOTAL
           EVALUATE TRUE
               WHEN CBB-STATUS-CHARGED-OFF
                   ADD 1 TO CBT-CHARGED-OFF-COUNT
               WHEN CBB-STATUS-DELINQUENT
                   ADD 1 TO CBT-DELINQUENT-COUNT
               WHEN CBB-STATUS-CLOSED-ZERO
                   ADD 1 TO CBT-CLOSED-COUNT
               WHEN OTHER
                   ADD 1 TO CBT-CURRENT-COUNT
           END-EVALUATE
           IF CBB-DECEASED
               ADD 1 TO CBT-DECEASED-COUNT
           END-IF
           IF CBB-DISPUTED
               ADD 1 TO CBT-DISPUTED-COUNT
           END-IF.

      *> The control row remembers the submission so the bureau's
      *> error return can be reconciled against it next month.
       4000-RECORD-SUBMISSION.
           MOVE 'N' TO WS-RECORD-STATE
           MOVE 0 TO BUR-RECORD-ID
           READ BUREAU-MASTER
               INVALID KEY
                   INITIALIZE CREDIT-BUREAU-HISTORY-RECORD
                   MOVE 0 TO BUR-RECORD-ID
               NOT INVALID KEY
                   SET WS-ROW-EXISTS TO TRUE
           END-READ
           MOVE WS-TODAY TO BUR-LAST-REPORTED-DATE
           MOVE WS-REPORT-MONTH TO BUR-LAST-REPORTED-MONTH
           MOVE CBT-BASE-COUNT TO BUR-CONTROL-COUNT
           IF WS-ROW-EXISTS
               REWRITE CREDIT-BUREAU-HISTORY-RECORD
           ELSE
               WRITE CREDIT-BUREAU-HISTORY-RECORD
           END-IF.
