      * ACCTANLS - Business account analysis and service-charge
      * billing. Runs daily after ACCTPOS: the day's billable activity
      * for every BUSINESS-CUSTOMER account is added to the month's
      * row on the analysis volume master - TRANIN debits and credits
      * (an account becomes analyzed the first time TRANIN shows it
      * under a business customer), wires sent from it on PAYWIRE,
      * checks drawn on it on PAYCHECK (found through the payor
      * cross-reference) and ACH entries it originates on PAYACH. On
      * the last calendar day of the month each account's volumes are
      * priced against the service price schedule, an earnings credit
      * at the managed rate is granted on the month's average
      * collected balance - the ACCTPOS available balance weighted by
      * the calendar days it stood - and the net service charge is
      * posted as a DBT FINANCIAL-TRANSACTION-RECORD on the generated-
      * posting feed ahead of TRANEDIT. A credit larger than the
      * charges nets the fee to zero; it is not paid out. Every
      * analyzed account gets its analysis statement lines.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTANLS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "ANLPARM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRICE-FILE ASSIGN TO "SVCPRICE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.
           SELECT XREF-FILE ASSIGN TO "ANLPAYOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT WIRE-FILE ASSIGN TO "PAYWIRE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHECK-FILE ASSIGN TO "PAYCHECK"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACH-FILE ASSIGN TO "PAYACH"
               ORGANIZATION IS SEQUENTIAL.
           SELECT VOLUME-MASTER ASSIGN TO "ANLVOLM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANV-VOLUME-KEY
               FILE STATUS IS WS-VOLUME-STATUS.
           SELECT POSITION-MASTER ASSIGN TO "ACCTPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-POSITION-KEY
               FILE STATUS IS WS-POSITION-STATUS.
           SELECT POSTING-FILE ASSIGN TO "ANLPOST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STATEMENT-FILE ASSIGN TO "ANLSTMT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
           COPY account_analysis_parm.
       FD  PRICE-FILE.
           COPY service_price_record.
       FD  XREF-FILE.
           COPY analysis_payor_xref_record.
       FD  TRANSACTION-FILE.
           COPY financial_sox_compliance.
       FD  WIRE-FILE.
           COPY ac5_redefines_complex
               REPLACING ==FINANCIAL-TRANSACTION-RECORD==
                      BY ==WIRE-QUEUE-RECORD==.
       FD  CHECK-FILE.
           COPY ac5_redefines_complex
               REPLACING ==FINANCIAL-TRANSACTION-RECORD==
                      BY ==CHECK-QUEUE-RECORD==.
       FD  ACH-FILE.
           COPY ac5_redefines_complex
               REPLACING ==FINANCIAL-TRANSACTION-RECORD==
                      BY ==ACH-QUEUE-RECORD==.
       FD  VOLUME-MASTER.
           COPY account_analysis_volume_record.
       FD  POSITION-MASTER.
           COPY account_position_record.
       FD  POSTING-FILE.
           COPY financial_sox_compliance
               REPLACING ==FINANCIAL-TRANSACTION-RECORD== BY
                         ==ANALYSIS-POSTING-RECORD==.
       FD  STATEMENT-FILE.
           COPY account_analysis_statement_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-PRICE-STATUS             PIC X(2).
       01  WS-XREF-STATUS              PIC X(2).
       01  WS-VOLUME-STATUS            PIC X(2).
       01  WS-POSITION-STATUS          PIC X(2).
       01  WS-POSITION-FILE            PIC X(1) VALUE 'N'.
           88  WS-POSITION-OPEN        VALUE 'Y'.
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-VOLUME-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-VOLUMES          VALUE 'Y'.
       01  WS-POSITION-EOF             PIC X(1) VALUE 'N'.
           88  END-OF-POSITIONS        VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05  WS-TODAY-YEAR           PIC 9(4).
           05  WS-TODAY-MONTH          PIC 9(2).
           05  WS-TODAY-DAY            PIC 9(2).
       01  WS-BILLING-MONTH            PIC 9(6).
       01  WS-DAYS-IN-MONTH            PIC 9(2).
       01  WS-LEAP-REMAINDER           PIC 9(4).
       01  WS-LEAP-QUOTIENT            PIC 9(4).
       01  WS-MONTH-END                PIC X(1) VALUE 'N'.
           88  WS-MONTH-END-RUN        VALUE 'Y'.
       01  WS-ACCUMULATE               PIC X(1) VALUE 'Y'.
           88  WS-DAY-ALREADY-COUNTED  VALUE 'N'.
      * Generated postings carve the 12-digit TRANSACTION-ID
      * as YYMMDD, an originator digit, and a five-digit
      * sequence, so no two generator feeds can collide on
      * the ID FEEDMRG dedups the merged TRANIN generations
      * on.
       01  WS-POSTING-SEQ              PIC 9(5) VALUE 0.
       01  WS-ORIGINATOR-DIGIT         PIC 9(1) VALUE 8.
       01  WS-ACCT-TEXT                PIC X(20).
       01  WS-ACCT-NUMBER              PIC 9(16).
       01  WS-ACCT-LENGTH              PIC 9(3) COMP.
       01  WS-ACCT-STATE               PIC X(1).
           88  WS-ACCT-NUMERIC         VALUE 'Y'.
       01  WS-ROW-STATE                PIC X(1).
           88  WS-ROW-ON-MASTER        VALUE 'Y'.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-PRICE-INDEX              PIC 9(3) COMP.
       01  WS-PRICE-COUNT              PIC 9(3) COMP VALUE 0.
       01  WS-PRICE-TABLE.
           05  WS-PRICE-ENTRY OCCURS 50 TIMES.
               10  WS-PRC-SERVICE-CODE PIC X(4).
               10  WS-PRC-UNIT-PRICE   PIC 9(3)V99.
               10  WS-PRC-DESCRIPTION  PIC X(30).
       01  WS-XREF-INDEX               PIC 9(5) COMP.
       01  WS-XREF-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 5000 TIMES.
               10  WS-XRF-PAYOR-NAME   PIC X(50).
               10  WS-XRF-ACCOUNT      PIC 9(16).
       01  WS-SERVICE-CODE             PIC X(4).
       01  WS-SERVICE-VOLUME           PIC 9(7).
       01  WS-SERVICE-CHARGE           PIC S9(11)V99.
       01  WS-SERVICE-TOTAL            PIC S9(11)V99.
       01  WS-EARNINGS-CREDIT          PIC S9(11)V99.
       01  WS-NET-FEE                  PIC S9(11)V99.
      * The collected balance stands from one position date to the
      * next; the balance before the first position of the month is
      * the last one carried in from earlier months.
       01  WS-MONTH-START-DATE         PIC 9(8).
       01  WS-MONTH-END-DATE           PIC 9(8).
       01  WS-PRIOR-DAY                PIC 9(7).
       01  WS-POSITION-DAY             PIC 9(7).
       01  WS-CARRIED-BALANCE          PIC S9(13)V99.
       01  WS-BALANCE-DAYS             PIC S9(15)V99.
       01  WS-AVERAGE-BALANCE          PIC S9(13)V99.
       01  WS-COUNTS.
           05  WS-TRAN-COUNT           PIC 9(9) VALUE 0.
           05  WS-WIRE-COUNT           PIC 9(9) VALUE 0.
           05  WS-CHECK-COUNT          PIC 9(9) VALUE 0.
           05  WS-ACH-COUNT            PIC 9(9) VALUE 0.
           05  WS-ANALYZED-COUNT       PIC 9(9) VALUE 0.
           05  WS-CHARGED-COUNT        PIC 9(9) VALUE 0.
       01  WS-CHARGED-TOTAL            PIC S9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 0100-CHECK-MONTH-END
           PERFORM 0200-READ-ANALYSIS-PARM
           OPEN I-O VOLUME-MASTER
           IF WS-VOLUME-STATUS NOT = "00"
               OPEN OUTPUT VOLUME-MASTER
               CLOSE VOLUME-MASTER
               OPEN I-O VOLUME-MASTER
           END-IF
           PERFORM 1000-CHECK-RUN-CONTROL
           IF NOT WS-DAY-ALREADY-COUNTED
               PERFORM 1100-LOAD-PAYOR-XREF
               PERFORM 2000-COUNT-TRANSACTIONS
               PERFORM 3000-COUNT-WIRES
               PERFORM 3500-COUNT-CHECKS
               PERFORM 4000-COUNT-ACH-ORIGINATIONS
               PERFORM 1200-MARK-RUN-CONTROL
           END-IF
           OPEN OUTPUT POSTING-FILE STATEMENT-FILE
           IF WS-MONTH-END-RUN
               PERFORM 0300-LOAD-PRICE-SCHEDULE
               OPEN INPUT POSITION-MASTER
               IF WS-POSITION-STATUS = "00"
                   SET WS-POSITION-OPEN TO TRUE
               END-IF
               PERFORM 5000-BILL-MONTH
               IF WS-POSITION-OPEN
                   CLOSE POSITION-MASTER
               END-IF
           END-IF
           CLOSE VOLUME-MASTER POSTING-FILE STATEMENT-FILE
           DISPLAY "ACCTANLS: ITEMS=" WS-TRAN-COUNT
                   " WIRES=" WS-WIRE-COUNT
                   " CHECKS=" WS-CHECK-COUNT
                   " ACH=" WS-ACH-COUNT
                   " ANALYZED=" WS-ANALYZED-COUNT
                   " CHARGED=" WS-CHARGED-COUNT
                   " AMOUNT=" WS-CHARGED-TOTAL
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
           END-IF
           MOVE WS-TODAY (1:6) TO WS-BILLING-MONTH.

      * The analysis fires on the last calendar day of the month,
      * after that day's volumes are on the master.
       0100-CHECK-MONTH-END.
           EVALUATE WS-TODAY-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-TODAY-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   END-IF
                   DIVIDE WS-TODAY-YEAR BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 28 TO WS-DAYS-IN-MONTH
                       DIVIDE WS-TODAY-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = 0
                           MOVE 29 TO WS-DAYS-IN-MONTH
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-TODAY-DAY = WS-DAYS-IN-MONTH
               SET WS-MONTH-END-RUN TO TRUE
           END-IF
           COMPUTE WS-MONTH-START-DATE = WS-BILLING-MONTH * 100 + 1
           COMPUTE WS-MONTH-END-DATE =
               WS-BILLING-MONTH * 100 + WS-DAYS-IN-MONTH.

       0200-READ-ANALYSIS-PARM.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   INITIALIZE ACCOUNT-ANALYSIS-PARM
           END-READ
           CLOSE PARM-FILE.

      * A service missing from the schedule is shown on the statement
      * at no charge.
       0300-LOAD-PRICE-SCHEDULE.
           OPEN INPUT PRICE-FILE
           IF WS-PRICE-STATUS = "00"
               PERFORM 0310-READ-PRICE
               PERFORM UNTIL END-OF-FILE
                   IF WS-PRICE-COUNT < 50
                       ADD 1 TO WS-PRICE-COUNT
                       MOVE SVP-SERVICE-CODE
                           TO WS-PRC-SERVICE-CODE (WS-PRICE-COUNT)
                       MOVE SVP-UNIT-PRICE
                           TO WS-PRC-UNIT-PRICE (WS-PRICE-COUNT)
                       MOVE SVP-DESCRIPTION
                           TO WS-PRC-DESCRIPTION (WS-PRICE-COUNT)
                   END-IF
                   PERFORM 0310-READ-PRICE
               END-PERFORM
               CLOSE PRICE-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       0310-READ-PRICE.
           READ PRICE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1000-CHECK-RUN-CONTROL.
           MOVE 0 TO ANV-MONTH ANV-ACCOUNT-NUMBER
           READ VOLUME-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF ANV-BILLED-DATE = WS-TODAY
                       SET WS-DAY-ALREADY-COUNTED TO TRUE
                   END-IF
           END-READ.

       1100-LOAD-PAYOR-XREF.
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = "00"
               PERFORM 1110-READ-XREF
               PERFORM UNTIL END-OF-FILE
                   IF WS-XREF-COUNT < 5000
                       ADD 1 TO WS-XREF-COUNT
                       MOVE APX-PAYOR-NAME
                           TO WS-XRF-PAYOR-NAME (WS-XREF-COUNT)
                       MOVE APX-ACCOUNT-NUMBER
                           TO WS-XRF-ACCOUNT (WS-XREF-COUNT)
                   END-IF
                   PERFORM 1110-READ-XREF
               END-PERFORM
               CLOSE XREF-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       1110-READ-XREF.
           READ XREF-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1200-MARK-RUN-CONTROL.
           INITIALIZE ACCOUNT-ANALYSIS-VOLUME-RECORD
           MOVE WS-TODAY TO ANV-BILLED-DATE
           WRITE ACCOUNT-ANALYSIS-VOLUME-RECORD
               INVALID KEY
                   REWRITE ACCOUNT-ANALYSIS-VOLUME-RECORD
           END-WRITE.

      * Our own analysis charges come back through TRANIN and are not
      * themselves billable items.
       2000-COUNT-TRANSACTIONS.
           OPEN INPUT TRANSACTION-FILE
           PERFORM 2100-READ-TRANSACTION
           PERFORM UNTIL END-OF-FILE
               IF BUSINESS-CUSTOMER OF FINANCIAL-TRANSACTION-RECORD
                   AND (DEBIT-TRANSACTION
                           OF FINANCIAL-TRANSACTION-RECORD
                       OR CREDIT-TRANSACTION
                           OF FINANCIAL-TRANSACTION-RECORD)
                   AND ORIGINATOR-ID OF FINANCIAL-TRANSACTION-RECORD
                       NOT = "ACCTANLS"
                   PERFORM 2200-COUNT-ONE-ITEM
               END-IF
               PERFORM 2100-READ-TRANSACTION
           END-PERFORM
           CLOSE TRANSACTION-FILE
           MOVE 'N' TO WS-EOF.

       2100-READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2200-COUNT-ONE-ITEM.
           MOVE ACCOUNT-NUMBER OF FINANCIAL-TRANSACTION-RECORD
               TO WS-ACCT-NUMBER
           PERFORM 7000-READ-VOLUME-ROW
           IF NOT WS-ROW-ON-MASTER
               INITIALIZE ACCOUNT-ANALYSIS-VOLUME-RECORD
               MOVE WS-BILLING-MONTH TO ANV-MONTH
               MOVE WS-ACCT-NUMBER TO ANV-ACCOUNT-NUMBER
               MOVE CUSTOMER-ID OF FINANCIAL-TRANSACTION-RECORD
                   TO ANV-CUSTOMER-ID
               MOVE BRANCH-CODE OF FINANCIAL-TRANSACTION-RECORD
                   TO ANV-BRANCH-CODE
           END-IF
           IF DEBIT-TRANSACTION OF FINANCIAL-TRANSACTION-RECORD
               ADD 1 TO ANV-DEBIT-COUNT
           ELSE
               ADD 1 TO ANV-CREDIT-COUNT
           END-IF
           IF WS-ROW-ON-MASTER
               REWRITE ACCOUNT-ANALYSIS-VOLUME-RECORD
           ELSE
               WRITE ACCOUNT-ANALYSIS-VOLUME-RECORD
           END-IF
           ADD 1 TO WS-TRAN-COUNT.

      * Wires, checks and ACH entries only count against an account
      * TRANIN has already shown to be a business account this month.
       3000-COUNT-WIRES.
           OPEN INPUT WIRE-FILE
           PERFORM 3100-READ-WIRE
           PERFORM UNTIL END-OF-FILE
               IF WIRE-TRANS-TYPE OF WIRE-QUEUE-RECORD
                   MOVE SENDER-ACCOUNT OF WIRE-QUEUE-RECORD
                       TO WS-ACCT-TEXT
                   PERFORM 8000-ACCOUNT-TO-NUMBER
                   IF WS-ACCT-NUMERIC
                       PERFORM 7000-READ-VOLUME-ROW
                       IF WS-ROW-ON-MASTER
                           ADD 1 TO ANV-WIRE-COUNT
                           REWRITE ACCOUNT-ANALYSIS-VOLUME-RECORD
                           ADD 1 TO WS-WIRE-COUNT
                       END-IF
                   END-IF
               END-IF
               PERFORM 3100-READ-WIRE
           END-PERFORM
           CLOSE WIRE-FILE
           MOVE 'N' TO WS-EOF.

       3100-READ-WIRE.
           READ WIRE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3500-COUNT-CHECKS.
           OPEN INPUT CHECK-FILE
           PERFORM 3600-READ-CHECK
           PERFORM UNTIL END-OF-FILE
               IF CHECK-TRANS-TYPE OF CHECK-QUEUE-RECORD
                   PERFORM 3700-FIND-PAYOR-ACCOUNT
                   IF WS-ENTRY-FOUND
                       PERFORM 7000-READ-VOLUME-ROW
                       IF WS-ROW-ON-MASTER
                           ADD 1 TO ANV-CHECK-COUNT
                           REWRITE ACCOUNT-ANALYSIS-VOLUME-RECORD
                           ADD 1 TO WS-CHECK-COUNT
                       END-IF
                   END-IF
               END-IF
               PERFORM 3600-READ-CHECK
           END-PERFORM
           CLOSE CHECK-FILE
           MOVE 'N' TO WS-EOF.

       3600-READ-CHECK.
           READ CHECK-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3700-FIND-PAYOR-ACCOUNT.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-XREF-INDEX
           PERFORM UNTIL WS-ENTRY-FOUND
                   OR WS-XREF-INDEX > WS-XREF-COUNT
               IF WS-XRF-PAYOR-NAME (WS-XREF-INDEX) =
                       PAYOR-NAME OF CHECK-QUEUE-RECORD
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-XRF-ACCOUNT (WS-XREF-INDEX)
                       TO WS-ACCT-NUMBER
               ELSE
                   ADD 1 TO WS-XREF-INDEX
               END-IF
           END-PERFORM.

       4000-COUNT-ACH-ORIGINATIONS.
           OPEN INPUT ACH-FILE
           PERFORM 4100-READ-ACH
           PERFORM UNTIL END-OF-FILE
               IF ACH-TRANS-TYPE OF ACH-QUEUE-RECORD
                   MOVE ACH-ORIGIN-ACCOUNT OF ACH-QUEUE-RECORD
                       TO WS-ACCT-TEXT
                   PERFORM 8000-ACCOUNT-TO-NUMBER
                   IF WS-ACCT-NUMERIC
                       PERFORM 7000-READ-VOLUME-ROW
                       IF WS-ROW-ON-MASTER
                           ADD 1 TO ANV-ACH-COUNT
                           REWRITE ACCOUNT-ANALYSIS-VOLUME-RECORD
                           ADD 1 TO WS-ACH-COUNT
                       END-IF
                   END-IF
               END-IF
               PERFORM 4100-READ-ACH
           END-PERFORM
           CLOSE ACH-FILE
           MOVE 'N' TO WS-EOF.

       4100-READ-ACH.
           READ ACH-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      * Only the month's rows not yet billed are analyzed, so a rerun
      * of month-end never charges an account twice.
       5000-BILL-MONTH.
           MOVE WS-BILLING-MONTH TO ANV-MONTH
           MOVE 0 TO ANV-ACCOUNT-NUMBER
           START VOLUME-MASTER KEY IS NOT LESS THAN ANV-VOLUME-KEY
               INVALID KEY SET END-OF-VOLUMES TO TRUE
           END-START
           PERFORM UNTIL END-OF-VOLUMES
               READ VOLUME-MASTER NEXT
                   AT END SET END-OF-VOLUMES TO TRUE
                   NOT AT END
                       IF ANV-MONTH NOT = WS-BILLING-MONTH
                           SET END-OF-VOLUMES TO TRUE
                       ELSE
                           IF ANV-NOT-BILLED
                               PERFORM 5100-ANALYZE-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       5100-ANALYZE-ACCOUNT.
           ADD 1 TO WS-ANALYZED-COUNT
           MOVE 0 TO WS-SERVICE-TOTAL
           MOVE "DBIT" TO WS-SERVICE-CODE
           MOVE ANV-DEBIT-COUNT TO WS-SERVICE-VOLUME
           PERFORM 5200-PRICE-SERVICE
           MOVE "CRDT" TO WS-SERVICE-CODE
           MOVE ANV-CREDIT-COUNT TO WS-SERVICE-VOLUME
           PERFORM 5200-PRICE-SERVICE
           MOVE "WIRE" TO WS-SERVICE-CODE
           MOVE ANV-WIRE-COUNT TO WS-SERVICE-VOLUME
           PERFORM 5200-PRICE-SERVICE
           MOVE "CHCK" TO WS-SERVICE-CODE
           MOVE ANV-CHECK-COUNT TO WS-SERVICE-VOLUME
           PERFORM 5200-PRICE-SERVICE
           MOVE "ACHO" TO WS-SERVICE-CODE
           MOVE ANV-ACH-COUNT TO WS-SERVICE-VOLUME
           PERFORM 5200-PRICE-SERVICE
           PERFORM 5900-START-STATEMENT-LINE
           SET ASL-SERVICE-TOTAL TO TRUE
           MOVE WS-SERVICE-TOTAL TO ASL-AMOUNT
           WRITE ACCOUNT-ANALYSIS-STATEMENT-LINE
           PERFORM 5300-AVERAGE-COLLECTED-BALANCE
           MOVE 0 TO WS-EARNINGS-CREDIT
           IF WS-AVERAGE-BALANCE > 0
               COMPUTE WS-EARNINGS-CREDIT ROUNDED =
                   WS-AVERAGE-BALANCE * AAP-EARNINGS-CREDIT-RATE
                   / 100 * WS-DAYS-IN-MONTH / 365
           END-IF
           PERFORM 5900-START-STATEMENT-LINE
           SET ASL-EARNINGS-CREDIT TO TRUE
           MOVE WS-EARNINGS-CREDIT TO ASL-AMOUNT
           MOVE WS-AVERAGE-BALANCE TO ASL-AVERAGE-BALANCE
           MOVE AAP-EARNINGS-CREDIT-RATE TO ASL-EARNINGS-RATE
           WRITE ACCOUNT-ANALYSIS-STATEMENT-LINE
           COMPUTE WS-NET-FEE = WS-SERVICE-TOTAL - WS-EARNINGS-CREDIT
           IF WS-NET-FEE < 0
               MOVE 0 TO WS-NET-FEE
           END-IF
           PERFORM 5900-START-STATEMENT-LINE
           SET ASL-NET-FEE TO TRUE
           MOVE WS-NET-FEE TO ASL-AMOUNT
           WRITE ACCOUNT-ANALYSIS-STATEMENT-LINE
           IF WS-NET-FEE > 0
               PERFORM 5500-EMIT-FEE-POSTING
           END-IF
           MOVE WS-TODAY TO ANV-BILLED-DATE
           REWRITE ACCOUNT-ANALYSIS-VOLUME-RECORD.

       5200-PRICE-SERVICE.
           PERFORM 5900-START-STATEMENT-LINE
           SET ASL-SERVICE-LINE TO TRUE
           MOVE WS-SERVICE-CODE TO ASL-SERVICE-CODE
           MOVE WS-SERVICE-VOLUME TO ASL-VOLUME
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-PRICE-INDEX
           PERFORM UNTIL WS-ENTRY-FOUND
                   OR WS-PRICE-INDEX > WS-PRICE-COUNT
               IF WS-PRC-SERVICE-CODE (WS-PRICE-INDEX) =
                       WS-SERVICE-CODE
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-PRC-UNIT-PRICE (WS-PRICE-INDEX)
                       TO ASL-UNIT-PRICE
                   MOVE WS-PRC-DESCRIPTION (WS-PRICE-INDEX)
                       TO ASL-DESCRIPTION
               ELSE
                   ADD 1 TO WS-PRICE-INDEX
               END-IF
           END-PERFORM
           COMPUTE WS-SERVICE-CHARGE =
               WS-SERVICE-VOLUME * ASL-UNIT-PRICE
           MOVE WS-SERVICE-CHARGE TO ASL-AMOUNT
           ADD WS-SERVICE-CHARGE TO WS-SERVICE-TOTAL
           WRITE ACCOUNT-ANALYSIS-STATEMENT-LINE.

      * An account with no position on file has no collected balance
      * to earn on.
       5300-AVERAGE-COLLECTED-BALANCE.
           MOVE 0 TO WS-CARRIED-BALANCE WS-BALANCE-DAYS
                     WS-AVERAGE-BALANCE
           MOVE 'N' TO WS-POSITION-EOF
           COMPUTE WS-PRIOR-DAY =
               FUNCTION INTEGER-OF-DATE (WS-MONTH-START-DATE)
           IF NOT WS-POSITION-OPEN
               SET END-OF-POSITIONS TO TRUE
           ELSE
               MOVE ANV-ACCOUNT-NUMBER TO AP-ACCOUNT-NUMBER
               MOVE 0 TO AP-PROCESSING-DATE
               START POSITION-MASTER
                   KEY IS NOT LESS THAN AP-POSITION-KEY
                   INVALID KEY SET END-OF-POSITIONS TO TRUE
               END-START
           END-IF
           PERFORM UNTIL END-OF-POSITIONS
               READ POSITION-MASTER NEXT
                   AT END SET END-OF-POSITIONS TO TRUE
                   NOT AT END
                       PERFORM 5400-WEIGH-POSITION
               END-READ
           END-PERFORM
           COMPUTE WS-POSITION-DAY =
               FUNCTION INTEGER-OF-DATE (WS-MONTH-END-DATE) + 1
           COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS +
               WS-CARRIED-BALANCE * (WS-POSITION-DAY - WS-PRIOR-DAY)
           COMPUTE WS-AVERAGE-BALANCE ROUNDED =
               WS-BALANCE-DAYS / WS-DAYS-IN-MONTH.

       5400-WEIGH-POSITION.
           EVALUATE TRUE
               WHEN AP-ACCOUNT-NUMBER NOT = ANV-ACCOUNT-NUMBER
                   OR AP-PROCESSING-DATE > WS-MONTH-END-DATE
                   SET END-OF-POSITIONS TO TRUE
               WHEN AP-PROCESSING-DATE < WS-MONTH-START-DATE
                   MOVE AP-AVAILABLE-BALANCE TO WS-CARRIED-BALANCE
               WHEN OTHER
                   COMPUTE WS-POSITION-DAY =
                       FUNCTION INTEGER-OF-DATE (AP-PROCESSING-DATE)
                   COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS +
                       WS-CARRIED-BALANCE *
                       (WS-POSITION-DAY - WS-PRIOR-DAY)
                   MOVE AP-AVAILABLE-BALANCE TO WS-CARRIED-BALANCE
                   MOVE WS-POSITION-DAY TO WS-PRIOR-DAY
           END-EVALUATE.

       5500-EMIT-FEE-POSTING.
           ADD 1 TO WS-POSTING-SEQ
           INITIALIZE ANALYSIS-POSTING-RECORD
           COMPUTE TRANSACTION-ID OF ANALYSIS-POSTING-RECORD
               = FUNCTION MOD (WS-TODAY, 1000000) * 1000000
               + WS-ORIGINATOR-DIGIT * 100000
               + WS-POSTING-SEQ
           MOVE ANV-ACCOUNT-NUMBER
               TO ACCOUNT-NUMBER OF ANALYSIS-POSTING-RECORD
           MOVE 'DBT' TO TRANSACTION-TYPE OF ANALYSIS-POSTING-RECORD
           MOVE ANV-BRANCH-CODE
               TO BRANCH-CODE OF ANALYSIS-POSTING-RECORD
           MOVE WS-TODAY TO PROCESSING-DATE OF ANALYSIS-POSTING-RECORD
           COMPUTE POSTING-TIMESTAMP OF ANALYSIS-POSTING-RECORD
               = WS-TODAY * 1000000
           MOVE WS-NET-FEE
               TO BASE-AMOUNT OF ANALYSIS-POSTING-RECORD
                  NET-AMOUNT OF ANALYSIS-POSTING-RECORD
                  USD-EQUIVALENT-AMOUNT OF ANALYSIS-POSTING-RECORD
           MOVE 0 TO FEES-TOTAL OF ANALYSIS-POSTING-RECORD
                     TAX-AMOUNT OF ANALYSIS-POSTING-RECORD
           MOVE "ACCTANLS" TO ORIGINATOR-ID OF ANALYSIS-POSTING-RECORD
           MOVE "SYSTEM" TO AUTHORIZER-ID OF ANALYSIS-POSTING-RECORD
           STRING "ANALYSIS FEE " WS-BILLING-MONTH
               DELIMITED BY SIZE
               INTO AUDIT-TRAIL-REF OF ANALYSIS-POSTING-RECORD
           END-STRING
           MOVE 'N' TO ENCRYPTION-STATUS OF ANALYSIS-POSTING-RECORD
           MOVE ANV-CUSTOMER-ID
               TO CUSTOMER-ID OF ANALYSIS-POSTING-RECORD
           MOVE 'BZ'
               TO CUSTOMER-CLASSIFICATION OF ANALYSIS-POSTING-RECORD
           MOVE 'USD' TO CURRENCY-CODE OF ANALYSIS-POSTING-RECORD
           MOVE 1 TO EXCHANGE-RATE OF ANALYSIS-POSTING-RECORD
           WRITE ANALYSIS-POSTING-RECORD
           ADD 1 TO WS-CHARGED-COUNT
           ADD WS-NET-FEE TO WS-CHARGED-TOTAL.

       5900-START-STATEMENT-LINE.
           INITIALIZE ACCOUNT-ANALYSIS-STATEMENT-LINE
           MOVE ANV-CUSTOMER-ID TO ASL-CUSTOMER-ID
           MOVE ANV-ACCOUNT-NUMBER TO ASL-ACCOUNT-NUMBER
           MOVE ANV-MONTH TO ASL-MONTH.

       7000-READ-VOLUME-ROW.
           MOVE 'N' TO WS-ROW-STATE
           MOVE WS-BILLING-MONTH TO ANV-MONTH
           MOVE WS-ACCT-NUMBER TO ANV-ACCOUNT-NUMBER
           READ VOLUME-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ROW-ON-MASTER TO TRUE
           END-READ.

       8000-ACCOUNT-TO-NUMBER.
           MOVE 'N' TO WS-ACCT-STATE
           MOVE 0 TO WS-ACCT-NUMBER WS-ACCT-LENGTH
           INSPECT WS-ACCT-TEXT TALLYING WS-ACCT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ACCT-LENGTH > 0 AND WS-ACCT-LENGTH NOT > 16
               IF WS-ACCT-TEXT (1:WS-ACCT-LENGTH) IS NUMERIC
                   MOVE WS-ACCT-TEXT (1:WS-ACCT-LENGTH)
                       TO WS-ACCT-NUMBER
                   SET WS-ACCT-NUMERIC TO TRUE
               END-IF
           END-IF.
