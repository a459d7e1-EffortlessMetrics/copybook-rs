      * WIREFEE - Wire fee billing. Runs after wire release: every
      * wire on PAYWIRGO carrying a WIRE-FEE or PROCESSING-FEE is
      * charged to the sender's account as a fully formed debit
      * FINANCIAL-TRANSACTION-RECORD on the generated-posting feed,
      * concatenated ahead of TRANEDIT into the next TRANIN
      * generation, so the fee reaches ACCTPOS and GLJRNL like any
      * other debit. The sender account's branch, customer and
      * CUSTOMER-CLASSIFICATION come from the account branch
      * cross-reference (ACCTBRCH), so an account that did not move
      * today still bills under its own branch; an account not yet
      * on ACCTBRCH, or a gap in its row, is learned from the day's
      * TRANIN activity the way INTACCR learns its customers.
      * INSTITUTIONAL
      * customers and accounts on the fee-waiver reference are not
      * charged; the waived fee is still recorded. Every wire seen
      * lands on the fee history keyed by TRANS-ID, so a wire
      * released again is never charged twice. On the last calendar
      * day of the month the history is summarized into fee income
      * billed and waived by BRANCH-CODE and CUSTOMER-CLASSIFICATION.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIREFEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAIVER-FILE ASSIGN TO "FEEWAIV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WAIVER-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT WIRE-FILE ASSIGN TO "PAYWIRGO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO "WIREFHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WFH-TRANS-ID
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO "ACCTBRCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABX-ACCOUNT-NUMBER
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT POSTING-FILE ASSIGN TO "WIREFPST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUMMARY-FILE ASSIGN TO "FEEINCRP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WAIVER-FILE.
           COPY fee_waiver_record.
       FD  TRANSACTION-FILE.
           COPY financial_sox_compliance.
       FD  WIRE-FILE.
           COPY ac5_redefines_complex.
       FD  HISTORY-FILE.
           COPY wire_fee_history_record.
       FD  BRANCH-MASTER.
           COPY account_branch_record.
       FD  POSTING-FILE.
           COPY financial_sox_compliance
               REPLACING ==FINANCIAL-TRANSACTION-RECORD== BY
                         ==FEE-POSTING-RECORD==.
       FD  SUMMARY-FILE.
           COPY fee_income_summary_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-WAIVER-STATUS            PIC X(2).
       01  WS-HISTORY-STATUS           PIC X(2).
       01  WS-BRANCH-STATUS            PIC X(2).
       01  WS-BRANCH-FILE              PIC X(1) VALUE 'N'.
           88  WS-BRANCH-OPEN          VALUE 'Y'.
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-HISTORY-EOF              PIC X(1) VALUE 'N'.
           88  END-OF-HISTORY          VALUE 'Y'.
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
      * Generated postings carve the 12-digit TRANSACTION-ID
      * as YYMMDD, an originator digit, and a five-digit
      * sequence, so no two generator feeds can collide on
      * the ID FEEDMRG dedups the merged TRANIN generations
      * on.
       01  WS-POSTING-SEQ              PIC 9(5) VALUE 0.
       01  WS-ORIGINATOR-DIGIT         PIC 9(1) VALUE 7.
       01  WS-FEE-AMOUNT               PIC S9(9)V99.
       01  WS-FEE-CUSTOMER             PIC 9(12).
       01  WS-ACCT-TEXT                PIC X(20).
       01  WS-ACCT-NUMBER              PIC 9(16).
       01  WS-ACCT-LENGTH              PIC 9(3) COMP.
       01  WS-ACCT-STATE               PIC X(1).
           88  WS-ACCT-NUMERIC         VALUE 'Y'.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-WAIVER-INDEX             PIC 9(5) COMP.
       01  WS-WAIVER-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-WAIVER-TABLE.
           05  WS-WAIVER-ACCOUNT OCCURS 5000 TIMES PIC 9(16).
       01  WS-MAP-INDEX                PIC 9(5) COMP.
       01  WS-MAP-COUNT                PIC 9(5) COMP VALUE 0.
       01  WS-MAP-STATE                PIC X(1).
           88  WS-ACCOUNT-MAPPED       VALUE 'Y'.
       01  WS-ACCOUNT-MAP.
           05  WS-MAP-ENTRY OCCURS 10000 TIMES.
               10  WS-MAP-ACCOUNT      PIC 9(16).
               10  WS-MAP-CUSTOMER     PIC 9(12).
               10  WS-MAP-BRANCH       PIC 9(4).
               10  WS-MAP-CLASS        PIC X(2).
       01  WS-SUMMARY-INDEX            PIC 9(5) COMP.
       01  WS-SUMMARY-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-SUMMARY-TABLE.
           05  WS-SUMMARY-ENTRY OCCURS 2000 TIMES.
               10  WS-SUM-BRANCH       PIC 9(4).
               10  WS-SUM-CLASS        PIC X(2).
               10  WS-SUM-BILLED-COUNT PIC 9(7).
               10  WS-SUM-BILLED-AMT   PIC S9(11)V99.
               10  WS-SUM-WAIVED-COUNT PIC 9(7).
               10  WS-SUM-WAIVED-AMT   PIC S9(11)V99.
       01  WS-COUNTS.
           05  WS-WIRE-COUNT           PIC 9(9) VALUE 0.
           05  WS-BILLED-COUNT         PIC 9(9) VALUE 0.
           05  WS-WAIVED-COUNT         PIC 9(9) VALUE 0.
           05  WS-REPEAT-COUNT         PIC 9(9) VALUE 0.
           05  WS-NO-ACCOUNT-COUNT     PIC 9(9) VALUE 0.
           05  WS-SUMMARY-LINES        PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 0100-CHECK-MONTH-END
           PERFORM 1000-LOAD-FEE-WAIVERS
           PERFORM 1500-LEARN-ACCOUNT-PROFILES
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           OPEN INPUT BRANCH-MASTER
           IF WS-BRANCH-STATUS = "00"
               SET WS-BRANCH-OPEN TO TRUE
           END-IF
           OPEN INPUT WIRE-FILE
           OPEN OUTPUT POSTING-FILE
           PERFORM 2100-READ-WIRE
           PERFORM UNTIL END-OF-FILE
               IF WIRE-TRANS-TYPE
                   ADD 1 TO WS-WIRE-COUNT
                   PERFORM 2000-BILL-ONE-WIRE
               END-IF
               PERFORM 2100-READ-WIRE
           END-PERFORM
           CLOSE WIRE-FILE POSTING-FILE
           IF WS-BRANCH-OPEN
               CLOSE BRANCH-MASTER
           END-IF
           OPEN OUTPUT SUMMARY-FILE
           IF WS-MONTH-END-RUN
               PERFORM 3000-SUMMARIZE-MONTH
           END-IF
           CLOSE SUMMARY-FILE HISTORY-FILE
           DISPLAY "WIREFEE: WIRES=" WS-WIRE-COUNT
                   " BILLED=" WS-BILLED-COUNT
                   " WAIVED=" WS-WAIVED-COUNT
                   " REPEAT=" WS-REPEAT-COUNT
                   " NOACCOUNT=" WS-NO-ACCOUNT-COUNT
                   " SUMMARY=" WS-SUMMARY-LINES
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

      * The income summary fires on the last calendar day of the
      * month, after that day's fees are on the history.
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
           END-IF.

      * A waiver whose expiry date has passed no longer applies; a
      * missing reference waives nothing.
       1000-LOAD-FEE-WAIVERS.
           OPEN INPUT WAIVER-FILE
           IF WS-WAIVER-STATUS = "00"
               PERFORM 1100-READ-WAIVER
               PERFORM UNTIL END-OF-FILE
                   IF WS-WAIVER-COUNT < 5000
                       AND (FWR-EXPIRY-DATE = 0
                           OR FWR-EXPIRY-DATE NOT < WS-TODAY)
                       ADD 1 TO WS-WAIVER-COUNT
                       MOVE FWR-ACCOUNT-NUMBER
                           TO WS-WAIVER-ACCOUNT (WS-WAIVER-COUNT)
                   END-IF
                   PERFORM 1100-READ-WAIVER
               END-PERFORM
               CLOSE WAIVER-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       1100-READ-WAIVER.
           READ WAIVER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      * The wire carries only the sender's account. Its branch,
      * customer and classification are learned from the day's
      * TRANIN activity as the fallback for an account ACCTBRCH
      * does not know. An account on neither bills under branch zero
      * with a blank classification.
       1500-LEARN-ACCOUNT-PROFILES.
           OPEN INPUT TRANSACTION-FILE
           PERFORM 1600-READ-TRANSACTION
           PERFORM UNTIL END-OF-FILE
               PERFORM 1700-NOTE-ACCOUNT-PROFILE
               PERFORM 1600-READ-TRANSACTION
           END-PERFORM
           CLOSE TRANSACTION-FILE
           MOVE 'N' TO WS-EOF.

       1600-READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1700-NOTE-ACCOUNT-PROFILE.
           MOVE ACCOUNT-NUMBER OF FINANCIAL-TRANSACTION-RECORD
               TO WS-ACCT-NUMBER
           PERFORM 1800-FIND-ACCOUNT-PROFILE
           IF NOT WS-ACCOUNT-MAPPED AND WS-MAP-COUNT < 10000
               ADD 1 TO WS-MAP-COUNT
               MOVE WS-ACCT-NUMBER TO WS-MAP-ACCOUNT (WS-MAP-COUNT)
               MOVE CUSTOMER-ID OF FINANCIAL-TRANSACTION-RECORD
                   TO WS-MAP-CUSTOMER (WS-MAP-COUNT)
               MOVE BRANCH-CODE OF FINANCIAL-TRANSACTION-RECORD
                   TO WS-MAP-BRANCH (WS-MAP-COUNT)
               MOVE CUSTOMER-CLASSIFICATION
                   OF FINANCIAL-TRANSACTION-RECORD
                   TO WS-MAP-CLASS (WS-MAP-COUNT)
           END-IF.

       1800-FIND-ACCOUNT-PROFILE.
           MOVE 'N' TO WS-MAP-STATE
           MOVE 1 TO WS-MAP-INDEX
           PERFORM UNTIL WS-ACCOUNT-MAPPED
                   OR WS-MAP-INDEX > WS-MAP-COUNT
               IF WS-MAP-ACCOUNT (WS-MAP-INDEX) = WS-ACCT-NUMBER
                   SET WS-ACCOUNT-MAPPED TO TRUE
               ELSE
                   ADD 1 TO WS-MAP-INDEX
               END-IF
           END-PERFORM.

      * A wire already on the history was charged (or waived) on an
      * earlier run and is counted, not charged again.
       2000-BILL-ONE-WIRE.
           COMPUTE WS-FEE-AMOUNT = WIRE-FEE + PROCESSING-FEE
           MOVE SENDER-ACCOUNT TO WS-ACCT-TEXT
           PERFORM 8000-ACCOUNT-TO-NUMBER
           MOVE TRANS-ID TO WFH-TRANS-ID
           EVALUATE TRUE
               WHEN WS-FEE-AMOUNT NOT > 0
                   CONTINUE
               WHEN NOT WS-ACCT-NUMERIC
                   ADD 1 TO WS-NO-ACCOUNT-COUNT
               WHEN OTHER
                   READ HISTORY-FILE
                       INVALID KEY
                           PERFORM 2200-CHARGE-OR-WAIVE
                       NOT INVALID KEY
                           ADD 1 TO WS-REPEAT-COUNT
                   END-READ
           END-EVALUATE.

       2100-READ-WIRE.
           READ WIRE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2200-CHARGE-OR-WAIVE.
           INITIALIZE WIRE-FEE-HISTORY-RECORD
           MOVE TRANS-ID TO WFH-TRANS-ID
           MOVE WS-TODAY TO WFH-BILL-DATE
           MOVE WS-ACCT-NUMBER TO WFH-ACCOUNT-NUMBER
           MOVE WS-FEE-AMOUNT TO WFH-FEE-AMOUNT
           PERFORM 2250-FIND-SENDER-PROFILE
           PERFORM 2300-FIND-WAIVER
           EVALUATE TRUE
               WHEN WFH-CLASSIFICATION = 'IN'
                   SET WFH-WAIVED-CLASS TO TRUE
                   ADD 1 TO WS-WAIVED-COUNT
               WHEN WS-ENTRY-FOUND
                   SET WFH-WAIVED-LIST TO TRUE
                   ADD 1 TO WS-WAIVED-COUNT
               WHEN OTHER
                   SET WFH-BILLED TO TRUE
                   PERFORM 2400-EMIT-FEE-POSTING
           END-EVALUATE
           WRITE WIRE-FEE-HISTORY-RECORD
               INVALID KEY
                   REWRITE WIRE-FEE-HISTORY-RECORD
           END-WRITE.

      * ACCTBRCH first; the day's TRANIN fills whatever it lacks.
       2250-FIND-SENDER-PROFILE.
           MOVE 0 TO WFH-BRANCH-CODE WS-FEE-CUSTOMER
           MOVE SPACES TO WFH-CLASSIFICATION
           IF WS-BRANCH-OPEN
               MOVE WS-ACCT-NUMBER TO ABX-ACCOUNT-NUMBER
               READ BRANCH-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ABX-BRANCH-CODE TO WFH-BRANCH-CODE
                       MOVE ABX-CUSTOMER-ID TO WS-FEE-CUSTOMER
                       MOVE ABX-CLASSIFICATION TO WFH-CLASSIFICATION
               END-READ
           END-IF
           PERFORM 1800-FIND-ACCOUNT-PROFILE
           IF WS-ACCOUNT-MAPPED
               IF WFH-BRANCH-CODE = 0
                   MOVE WS-MAP-BRANCH (WS-MAP-INDEX) TO WFH-BRANCH-CODE
               END-IF
               IF WS-FEE-CUSTOMER = 0
                   MOVE WS-MAP-CUSTOMER (WS-MAP-INDEX)
                       TO WS-FEE-CUSTOMER
               END-IF
               IF WFH-CLASSIFICATION = SPACES
                   MOVE WS-MAP-CLASS (WS-MAP-INDEX)
                       TO WFH-CLASSIFICATION
               END-IF
           END-IF.

       2300-FIND-WAIVER.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-WAIVER-INDEX
           PERFORM UNTIL WS-ENTRY-FOUND
                   OR WS-WAIVER-INDEX > WS-WAIVER-COUNT
               IF WS-WAIVER-ACCOUNT (WS-WAIVER-INDEX) = WS-ACCT-NUMBER
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-WAIVER-INDEX
               END-IF
           END-PERFORM.

       2400-EMIT-FEE-POSTING.
           ADD 1 TO WS-POSTING-SEQ
           INITIALIZE FEE-POSTING-RECORD
           COMPUTE TRANSACTION-ID OF FEE-POSTING-RECORD
               = FUNCTION MOD (WS-TODAY, 1000000) * 1000000
               + WS-ORIGINATOR-DIGIT * 100000
               + WS-POSTING-SEQ
           MOVE WS-ACCT-NUMBER
               TO ACCOUNT-NUMBER OF FEE-POSTING-RECORD
           MOVE 'DBT' TO TRANSACTION-TYPE OF FEE-POSTING-RECORD
           MOVE WFH-BRANCH-CODE TO BRANCH-CODE OF FEE-POSTING-RECORD
           MOVE WS-TODAY TO PROCESSING-DATE OF FEE-POSTING-RECORD
           COMPUTE POSTING-TIMESTAMP OF FEE-POSTING-RECORD
               = WS-TODAY * 1000000
           MOVE WS-FEE-AMOUNT
               TO BASE-AMOUNT OF FEE-POSTING-RECORD
                  NET-AMOUNT OF FEE-POSTING-RECORD
                  USD-EQUIVALENT-AMOUNT OF FEE-POSTING-RECORD
           MOVE 0 TO FEES-TOTAL OF FEE-POSTING-RECORD
                     TAX-AMOUNT OF FEE-POSTING-RECORD
           MOVE "WIREFEE" TO ORIGINATOR-ID OF FEE-POSTING-RECORD
           MOVE "SYSTEM" TO AUTHORIZER-ID OF FEE-POSTING-RECORD
           STRING "WIRE FEE " TRANS-ID DELIMITED BY SIZE
               INTO AUDIT-TRAIL-REF OF FEE-POSTING-RECORD
           END-STRING
           MOVE 'N' TO ENCRYPTION-STATUS OF FEE-POSTING-RECORD
           MOVE WS-FEE-CUSTOMER TO CUSTOMER-ID OF FEE-POSTING-RECORD
           MOVE WFH-CLASSIFICATION
               TO CUSTOMER-CLASSIFICATION OF FEE-POSTING-RECORD
           MOVE 'USD' TO CURRENCY-CODE OF FEE-POSTING-RECORD
           MOVE 1 TO EXCHANGE-RATE OF FEE-POSTING-RECORD
           WRITE FEE-POSTING-RECORD
           ADD 1 TO WS-BILLED-COUNT.

      * The whole history is swept; only the month's rows count.
       3000-SUMMARIZE-MONTH.
           MOVE LOW-VALUES TO WFH-TRANS-ID
           START HISTORY-FILE KEY IS NOT LESS THAN WFH-TRANS-ID
               INVALID KEY SET END-OF-HISTORY TO TRUE
           END-START
           PERFORM UNTIL END-OF-HISTORY
               READ HISTORY-FILE NEXT
                   AT END SET END-OF-HISTORY TO TRUE
                   NOT AT END
                       IF WFH-BILL-DATE (1:6) = WS-BILLING-MONTH
                           PERFORM 3100-ADD-TO-SUMMARY
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-SUMMARY-INDEX FROM 1 BY 1
               UNTIL WS-SUMMARY-INDEX > WS-SUMMARY-COUNT
               PERFORM 3200-WRITE-SUMMARY-LINE
           END-PERFORM.

       3100-ADD-TO-SUMMARY.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-SUMMARY-INDEX
           PERFORM UNTIL WS-ENTRY-FOUND
                   OR WS-SUMMARY-INDEX > WS-SUMMARY-COUNT
               IF WS-SUM-BRANCH (WS-SUMMARY-INDEX) = WFH-BRANCH-CODE
                   AND WS-SUM-CLASS (WS-SUMMARY-INDEX)
                       = WFH-CLASSIFICATION
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-SUMMARY-INDEX
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND AND WS-SUMMARY-COUNT < 2000
               ADD 1 TO WS-SUMMARY-COUNT
               MOVE WS-SUMMARY-COUNT TO WS-SUMMARY-INDEX
               MOVE WFH-BRANCH-CODE TO WS-SUM-BRANCH (WS-SUMMARY-INDEX)
               MOVE WFH-CLASSIFICATION
                   TO WS-SUM-CLASS (WS-SUMMARY-INDEX)
               MOVE 0 TO WS-SUM-BILLED-COUNT (WS-SUMMARY-INDEX)
                         WS-SUM-BILLED-AMT (WS-SUMMARY-INDEX)
                         WS-SUM-WAIVED-COUNT (WS-SUMMARY-INDEX)
                         WS-SUM-WAIVED-AMT (WS-SUMMARY-INDEX)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF
           IF WS-ENTRY-FOUND
               IF WFH-BILLED
                   ADD 1 TO WS-SUM-BILLED-COUNT (WS-SUMMARY-INDEX)
                   ADD WFH-FEE-AMOUNT
                       TO WS-SUM-BILLED-AMT (WS-SUMMARY-INDEX)
               ELSE
                   ADD 1 TO WS-SUM-WAIVED-COUNT (WS-SUMMARY-INDEX)
                   ADD WFH-FEE-AMOUNT
                       TO WS-SUM-WAIVED-AMT (WS-SUMMARY-INDEX)
               END-IF
           END-IF.

       3200-WRITE-SUMMARY-LINE.
           MOVE WS-BILLING-MONTH TO FIS-MONTH
           MOVE WS-SUM-BRANCH (WS-SUMMARY-INDEX) TO FIS-BRANCH-CODE
           MOVE WS-SUM-CLASS (WS-SUMMARY-INDEX) TO FIS-CLASSIFICATION
           MOVE WS-SUM-BILLED-COUNT (WS-SUMMARY-INDEX)
               TO FIS-BILLED-COUNT
           MOVE WS-SUM-BILLED-AMT (WS-SUMMARY-INDEX)
               TO FIS-BILLED-AMOUNT
           MOVE WS-SUM-WAIVED-COUNT (WS-SUMMARY-INDEX)
               TO FIS-WAIVED-COUNT
           MOVE WS-SUM-WAIVED-AMT (WS-SUMMARY-INDEX)
               TO FIS-WAIVED-AMOUNT
           WRITE FEE-INCOME-SUMMARY-LINE
           ADD 1 TO WS-SUMMARY-LINES.

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
