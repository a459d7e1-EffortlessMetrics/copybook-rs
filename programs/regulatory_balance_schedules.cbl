      *> REGSCHED - Quarterly regulatory balance-sheet schedules.
      *> Classifies every account on the ACCTPOS position master for
      *> the condition report of the business date's calendar
      *> quarter. An account's balance at the report date is its
      *> latest closing balance on or before the business date; its
      *> quarter-average is each day's balance from the first of the
      *> quarter through the business date, a day without a position
      *> row carrying the balance forward, over the days elapsed. The
      *> credit side of both is reported on the deposit schedule and
      *> the overdrawn side on the loan schedule. Each account is
      *> resolved to its owner the way DEPCOVER does - ACCTBRCH, the
      *> accrual master, IDXREF and the customer master - and lines
      *> are keyed by the CUSTOMER-CLASSIFICATION it last posted
      *> under (retail, or business for business and institutional),
      *> product, currency (domestic or foreign, from the currency it
      *> last posted in) and maturity band - on demand, or for a term
      *> deposit on TDMSTR the band of its remaining term. Deposits
      *> are split insured and uninsured in the proportion that
      *> night's depositor coverage file insures the owner's deposits;
      *> an owner the coverage file does not carry is reported
      *> uninsured. Every account's share of every line goes to the
      *> drill-down file. Before release the schedules' net - deposits
      *> less overdrawn balances - is tied to the credits less debits
      *> the same night's trial balance carries on the subledger
      *> control accounts; the schedule file is written only when the
      *> two agree.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGSCHED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-MASTER ASSIGN TO "ACCTPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-POSITION-KEY
               FILE STATUS IS WS-POSITION-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO "ACCTBRCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABX-ACCOUNT-NUMBER
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT ACCRUAL-MASTER ASSIGN TO "INTACCR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INA-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCRUAL-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT XREF-MASTER ASSIGN TO "IDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-ENTERPRISE-ID
               FILE STATUS IS WS-XREF-STATUS.
           SELECT FACILITY-MASTER ASSIGN TO "ODFMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODF-ACCOUNT-NUMBER
               FILE STATUS IS WS-FACILITY-STATUS.
           SELECT DEPOSIT-MASTER ASSIGN TO "TDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDM-ACCOUNT-NUMBER
               FILE STATUS IS WS-DEPOSIT-STATUS.
           SELECT DEPOSITOR-FILE ASSIGN TO "DEPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPOSITOR-STATUS.
           SELECT MAPPING-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAPPING-STATUS.
           SELECT TRIAL-BALANCE-FILE ASSIGN TO "GLTRLBAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRIAL-BALANCE-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "REGSCHD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DRILL-FILE ASSIGN TO "REGDRILL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TIEOUT-FILE ASSIGN TO "REGTIE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-MASTER.
           COPY account_position_record.
       FD  BRANCH-MASTER.
           COPY account_branch_record.
       FD  ACCRUAL-MASTER.
           COPY interest_accrual_record.
       FD  CUSTOMER-MASTER.
           COPY customer_master_record.
       FD  XREF-MASTER.
           COPY identity_xref_record.
       FD  FACILITY-MASTER.
           COPY overdraft_facility_record.
       FD  DEPOSIT-MASTER.
           COPY term_deposit_record.
       FD  DEPOSITOR-FILE.
           COPY depositor_coverage_record.
       FD  MAPPING-FILE.
           COPY gl_account_mapping.
       FD  TRIAL-BALANCE-FILE.
           COPY trial_balance_line.
       FD  SCHEDULE-FILE.
           COPY regulatory_schedule_line.
       FD  DRILL-FILE.
           COPY regulatory_schedule_drill.
       FD  TIEOUT-FILE.
           COPY regulatory_tieout_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-POSITION-STATUS          PIC X(2).
       01  WS-BRANCH-STATUS            PIC X(2).
       01  WS-ACCRUAL-STATUS           PIC X(2).
       01  WS-CUSTOMER-STATUS          PIC X(2).
       01  WS-XREF-STATUS              PIC X(2).
       01  WS-FACILITY-STATUS          PIC X(2).
       01  WS-DEPOSIT-STATUS           PIC X(2).
       01  WS-DEPOSITOR-STATUS         PIC X(2).
       01  WS-MAPPING-STATUS           PIC X(2).
       01  WS-TRIAL-BALANCE-STATUS     PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05  WS-TODAY-YEAR           PIC 9(4).
           05  WS-TODAY-MONTH          PIC 9(2).
           05  WS-TODAY-DAY            PIC 9(2).
       01  WS-QUARTER-NUMBER           PIC 9(1).
       01  WS-QUARTER-LABEL.
           05  WS-QUARTER-YEAR         PIC 9(4).
           05  FILLER                  PIC X(1) VALUE 'Q'.
           05  WS-QUARTER-DIGIT        PIC 9(1).
       01  WS-QUARTER-START.
           05  WS-START-YEAR           PIC 9(4).
           05  WS-START-MONTH          PIC 9(2).
           05  FILLER                  PIC 9(2) VALUE 01.
       01  WS-QUARTER-START-DATE REDEFINES WS-QUARTER-START
                                       PIC 9(8).
       01  WS-TODAY-INTEGER            PIC 9(7).
       01  WS-START-INTEGER            PIC 9(7).
       01  WS-ROW-INTEGER              PIC 9(7).
       01  WS-PERIOD-DAYS              PIC 9(3).
       01  WS-SPAN-DAYS                PIC 9(3).
       01  WS-FILE-STATE.
           05  WS-BRANCH-OPEN          PIC X(1) VALUE 'N'.
           05  WS-ACCRUAL-OPEN         PIC X(1) VALUE 'N'.
           05  WS-CUSTOMER-OPEN        PIC X(1) VALUE 'N'.
           05  WS-FACILITY-OPEN        PIC X(1) VALUE 'N'.
           05  WS-DEPOSIT-OPEN         PIC X(1) VALUE 'N'.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
      *> Domestic currency; an account last posted in any other is
      *> reported as foreign.
       01  WS-DOMESTIC-CURRENCY        PIC X(3) VALUE 'USD'.
      *> The account being followed through its position rows.
       01  WS-ACCOUNT-STATE            PIC X(1).
           88  WS-ACCOUNT-HELD         VALUE 'Y'.
       01  WS-HELD-ACCOUNT             PIC 9(16).
       01  WS-HELD-BALANCE             PIC S9(13)V99.
       01  WS-HELD-FROM-INTEGER        PIC 9(7).
       01  WS-CREDIT-DAY-SUM           PIC 9(16)V99.
       01  WS-DEBIT-DAY-SUM            PIC 9(16)V99.
       01  WS-DEPOSIT-END              PIC 9(13)V99.
       01  WS-DEPOSIT-AVERAGE          PIC 9(13)V99.
       01  WS-LOAN-END                 PIC 9(13)V99.
       01  WS-LOAN-AVERAGE             PIC 9(13)V99.
       01  WS-INSURED-END              PIC 9(13)V99.
       01  WS-INSURED-AVERAGE          PIC 9(13)V99.
      *> The account being assigned to its owner and its lines.
       01  WS-ACCOUNT.
           05  WS-ACCT-CUSTOMER        PIC 9(12).
           05  WS-ACCT-CLASSIFICATION  PIC X(2).
           05  WS-ACCT-CURRENCY        PIC X(3).
           05  WS-ACCT-RATE            PIC S9(3)V9999.
           05  WS-ACCT-OWNER-TYPE      PIC X(1).
           05  WS-ACCT-OWNER-ID        PIC 9(16).
           05  WS-ACCT-CATEGORY        PIC X(1).
           05  WS-ACCT-TERM-DEPOSIT    PIC X(1).
           05  WS-ACCT-DAYS-TO-MATURITY PIC S9(7).
       01  WS-POST-KEY.
           05  WS-KEY-SCHEDULE         PIC X(1).
           05  WS-KEY-SEGMENT          PIC X(1).
           05  WS-KEY-CLASSIFICATION   PIC X(2).
           05  WS-KEY-PRODUCT          PIC X(3).
           05  WS-KEY-INSURANCE        PIC X(1).
           05  WS-KEY-CURRENCY-CLASS   PIC X(1).
           05  WS-KEY-MATURITY         PIC X(1).
       01  WS-POST-END                 PIC 9(13)V99.
       01  WS-POST-AVERAGE             PIC 9(13)V99.
       01  WS-XREF-INDEX               PIC 9(5) COMP.
       01  WS-XREF-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 20000 TIMES.
               10  WS-XRF-CUSTOMER     PIC 9(12).
               10  WS-XRF-ENTERPRISE   PIC 9(12).
      *> The night's depositor coverage, by owner and category.
       01  WS-COVER-INDEX              PIC 9(5) COMP.
       01  WS-COVER-SLOT               PIC 9(5) COMP.
       01  WS-COVER-COUNT              PIC 9(5) COMP VALUE 0.
       01  WS-COVER-TABLE.
           05  WS-COVER-ENTRY OCCURS 20000 TIMES.
               10  WS-CVR-OWNER-TYPE   PIC X(1).
               10  WS-CVR-OWNER-ID     PIC 9(16).
               10  WS-CVR-CATEGORY     PIC X(1).
               10  WS-CVR-DEPOSITS     PIC S9(13)V99.
               10  WS-CVR-INSURED      PIC S9(13)V99.
       01  WS-LINE-INDEX               PIC 9(4) COMP.
       01  WS-LINE-SLOT                PIC 9(4) COMP.
       01  WS-LINE-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 500 TIMES.
               10  WS-LIN-KEY          PIC X(10).
               10  WS-LIN-ACCOUNTS     PIC 9(7).
               10  WS-LIN-END          PIC 9(15)V99.
               10  WS-LIN-AVERAGE      PIC 9(15)V99.
       01  WS-SCHEDULE-CODES           PIC X(2) VALUE 'DL'.
       01  WS-SCHEDULE-TABLE REDEFINES WS-SCHEDULE-CODES.
           05  WS-SCHEDULE-CODE        PIC X(1) OCCURS 2 TIMES.
       01  WS-SCHEDULE-INDEX           PIC 9(1) COMP.
       01  WS-SCHEDULE-TOTALS.
           05  WS-SCT-ACCOUNTS         PIC 9(7).
           05  WS-SCT-END              PIC 9(15)V99.
           05  WS-SCT-AVERAGE          PIC 9(15)V99.
      *> The subledger control accounts named on the GL mapping.
       01  WS-CTL-INDEX                PIC 9(4) COMP.
       01  WS-CTL-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-CONTROL-TABLE.
           05  WS-CTL-ACCOUNT OCCURS 500 TIMES PIC 9(8).
       01  WS-TRIAL-BALANCE-STATE      PIC X(1) VALUE 'N'.
           88  WS-TRIAL-BALANCE-FOUND  VALUE 'Y'.
       01  WS-TIE-FLAG                 PIC X(1).
           88  WS-SCHEDULES-TIED       VALUE 'Y'.
       01  WS-TOTALS.
           05  WS-DEPOSIT-TOTAL        PIC 9(15)V99 VALUE 0.
           05  WS-LOAN-TOTAL           PIC 9(15)V99 VALUE 0.
           05  WS-GL-NET               PIC S9(15)V99 VALUE 0.
       01  WS-COUNTS.
           05  WS-ACCOUNT-COUNT        PIC 9(9) VALUE 0.
           05  WS-SCHEDULED-COUNT      PIC 9(9) VALUE 0.
           05  WS-NO-COVER-COUNT       PIC 9(9) VALUE 0.
           05  WS-DRILL-COUNT          PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 0100-SET-QUARTER
           PERFORM 1000-LOAD-IDENTITY-XREF
           PERFORM 1100-LOAD-COVERAGE
           PERFORM 1500-OPEN-REFERENCE-MASTERS
           OPEN OUTPUT DRILL-FILE
           PERFORM 2000-SCHEDULE-POSITIONS
           CLOSE DRILL-FILE
           PERFORM 1600-CLOSE-REFERENCE-MASTERS
           PERFORM 4000-TIE-TO-GENERAL-LEDGER
           OPEN OUTPUT SCHEDULE-FILE
           IF WS-SCHEDULES-TIED
               PERFORM VARYING WS-SCHEDULE-INDEX FROM 1 BY 1
                   UNTIL WS-SCHEDULE-INDEX > 2
                   PERFORM 5000-WRITE-SCHEDULE
               END-PERFORM
           END-IF
           CLOSE SCHEDULE-FILE
           DISPLAY "REGSCHED: QUARTER=" WS-QUARTER-LABEL
                   " ACCOUNTS=" WS-ACCOUNT-COUNT
                   " SCHEDULED=" WS-SCHEDULED-COUNT
                   " NOCOVER=" WS-NO-COVER-COUNT
                   " LINES=" WS-LINE-COUNT
                   " DRILL=" WS-DRILL-COUNT
                   " TIE=" WS-TIE-FLAG
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

      *> The quarter runs from its first day through the business
      *> date, so a run ahead of quarter end averages the days so far.
       0100-SET-QUARTER.
           COMPUTE WS-QUARTER-NUMBER = (WS-TODAY-MONTH + 2) / 3
           MOVE WS-TODAY-YEAR TO WS-QUARTER-YEAR WS-START-YEAR
           MOVE WS-QUARTER-NUMBER TO WS-QUARTER-DIGIT
           COMPUTE WS-START-MONTH = WS-QUARTER-NUMBER * 3 - 2
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-QUARTER-START-DATE)
           COMPUTE WS-PERIOD-DAYS =
               WS-TODAY-INTEGER - WS-START-INTEGER + 1.

       1000-LOAD-IDENTITY-XREF.
           OPEN INPUT XREF-MASTER
           IF WS-XREF-STATUS = "00"
               MOVE LOW-VALUES TO IDX-ENTERPRISE-ID
               START XREF-MASTER
                   KEY IS NOT LESS THAN IDX-ENTERPRISE-ID
                   INVALID KEY SET END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL END-OF-FILE
                   READ XREF-MASTER NEXT
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF IDX-CUSTOMER-ID NOT = 0
                                   AND WS-XREF-COUNT < 20000
                               ADD 1 TO WS-XREF-COUNT
                               MOVE IDX-CUSTOMER-ID
                                   TO WS-XRF-CUSTOMER (WS-XREF-COUNT)
                               MOVE IDX-ENTERPRISE-ID
                                   TO WS-XRF-ENTERPRISE (WS-XREF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-MASTER
               MOVE 'N' TO WS-EOF
           END-IF.

      *> Only the coverage worked for this business date is used; a
      *> stale file would split today's balances on another day's
      *> exposure.
       1100-LOAD-COVERAGE.
           OPEN INPUT DEPOSITOR-FILE
           IF WS-DEPOSITOR-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ DEPOSITOR-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF DCR-RUN-DATE = WS-TODAY
                                   AND WS-COVER-COUNT < 20000
                               ADD 1 TO WS-COVER-COUNT
                               MOVE DCR-OWNER-TYPE
                                   TO WS-CVR-OWNER-TYPE (WS-COVER-COUNT)
                               MOVE DCR-OWNER-ID
                                   TO WS-CVR-OWNER-ID (WS-COVER-COUNT)
                               MOVE DCR-OWNERSHIP-CATEGORY
                                   TO WS-CVR-CATEGORY (WS-COVER-COUNT)
                               MOVE DCR-TOTAL-DEPOSITS
                                   TO WS-CVR-DEPOSITS (WS-COVER-COUNT)
                               MOVE DCR-INSURED-AMOUNT
                                   TO WS-CVR-INSURED (WS-COVER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOSITOR-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

      *> Each reference master is optional; an absent one only narrows
      *> what can be resolved.
       1500-OPEN-REFERENCE-MASTERS.
           OPEN INPUT BRANCH-MASTER
           IF WS-BRANCH-STATUS = "00"
               MOVE 'Y' TO WS-BRANCH-OPEN
           END-IF
           OPEN INPUT ACCRUAL-MASTER
           IF WS-ACCRUAL-STATUS = "00"
               MOVE 'Y' TO WS-ACCRUAL-OPEN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTOMER-STATUS = "00"
               MOVE 'Y' TO WS-CUSTOMER-OPEN
           END-IF
           OPEN INPUT FACILITY-MASTER
           IF WS-FACILITY-STATUS = "00"
               MOVE 'Y' TO WS-FACILITY-OPEN
           END-IF
           OPEN INPUT DEPOSIT-MASTER
           IF WS-DEPOSIT-STATUS = "00"
               MOVE 'Y' TO WS-DEPOSIT-OPEN
           END-IF.

       1600-CLOSE-REFERENCE-MASTERS.
           IF WS-BRANCH-OPEN = 'Y'
               CLOSE BRANCH-MASTER
           END-IF
           IF WS-ACCRUAL-OPEN = 'Y'
               CLOSE ACCRUAL-MASTER
           END-IF
           IF WS-CUSTOMER-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-FACILITY-OPEN = 'Y'
               CLOSE FACILITY-MASTER
           END-IF
           IF WS-DEPOSIT-OPEN = 'Y'
               CLOSE DEPOSIT-MASTER
           END-IF.

      *> Position rows arrive in account and date order. Rows before
      *> the quarter only set the balance brought into it; each row in
      *> the quarter closes the span the prior balance stood for, and
      *> the account is scheduled when the next account begins.
       2000-SCHEDULE-POSITIONS.
           MOVE 'N' TO WS-ACCOUNT-STATE
           OPEN INPUT POSITION-MASTER
           IF WS-POSITION-STATUS = "00"
               MOVE 0 TO AP-ACCOUNT-NUMBER AP-PROCESSING-DATE
               START POSITION-MASTER
                   KEY IS NOT LESS THAN AP-POSITION-KEY
                   INVALID KEY SET END-OF-FILE TO TRUE
               END-START
               PERFORM 2100-READ-POSITION
               PERFORM UNTIL END-OF-FILE
                   IF WS-ACCOUNT-HELD
                           AND AP-ACCOUNT-NUMBER NOT = WS-HELD-ACCOUNT
                       PERFORM 2200-SCHEDULE-ACCOUNT
                   END-IF
                   IF AP-PROCESSING-DATE NOT > WS-TODAY
                       IF NOT WS-ACCOUNT-HELD
                           SET WS-ACCOUNT-HELD TO TRUE
                           MOVE AP-ACCOUNT-NUMBER TO WS-HELD-ACCOUNT
                           MOVE 0 TO WS-HELD-BALANCE
                                     WS-CREDIT-DAY-SUM
                                     WS-DEBIT-DAY-SUM
                           MOVE WS-START-INTEGER
                               TO WS-HELD-FROM-INTEGER
                       END-IF
                       IF AP-PROCESSING-DATE
                               NOT < WS-QUARTER-START-DATE
                           COMPUTE WS-ROW-INTEGER =
                               FUNCTION INTEGER-OF-DATE
                                   (AP-PROCESSING-DATE)
                           COMPUTE WS-SPAN-DAYS =
                               WS-ROW-INTEGER - WS-HELD-FROM-INTEGER
                           PERFORM 2150-ACCUMULATE-SPAN
                           MOVE WS-ROW-INTEGER TO WS-HELD-FROM-INTEGER
                       END-IF
                       MOVE AP-CLOSING-BALANCE TO WS-HELD-BALANCE
                   END-IF
                   PERFORM 2100-READ-POSITION
               END-PERFORM
               IF WS-ACCOUNT-HELD
                   PERFORM 2200-SCHEDULE-ACCOUNT
               END-IF
               CLOSE POSITION-MASTER
               MOVE 'N' TO WS-EOF
           END-IF.

       2100-READ-POSITION.
           IF NOT END-OF-FILE
               READ POSITION-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.

       2150-ACCUMULATE-SPAN.
           IF WS-HELD-BALANCE > 0
               COMPUTE WS-CREDIT-DAY-SUM = WS-CREDIT-DAY-SUM
                   + WS-HELD-BALANCE * WS-SPAN-DAYS
           END-IF
           IF WS-HELD-BALANCE < 0
               COMPUTE WS-DEBIT-DAY-SUM = WS-DEBIT-DAY-SUM
                   - WS-HELD-BALANCE * WS-SPAN-DAYS
           END-IF.

      *> The held balance stands from its row through the business
      *> date. An account with nothing at the report date and nothing
      *> on average goes on no schedule.
       2200-SCHEDULE-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-STATE
           ADD 1 TO WS-ACCOUNT-COUNT
           COMPUTE WS-SPAN-DAYS =
               WS-TODAY-INTEGER + 1 - WS-HELD-FROM-INTEGER
           PERFORM 2150-ACCUMULATE-SPAN
           COMPUTE WS-DEPOSIT-AVERAGE ROUNDED =
               WS-CREDIT-DAY-SUM / WS-PERIOD-DAYS
           COMPUTE WS-LOAN-AVERAGE ROUNDED =
               WS-DEBIT-DAY-SUM / WS-PERIOD-DAYS
           MOVE 0 TO WS-DEPOSIT-END WS-LOAN-END
           IF WS-HELD-BALANCE > 0
               MOVE WS-HELD-BALANCE TO WS-DEPOSIT-END
           END-IF
           IF WS-HELD-BALANCE < 0
               COMPUTE WS-LOAN-END = 0 - WS-HELD-BALANCE
           END-IF
           IF WS-DEPOSIT-END > 0 OR WS-DEPOSIT-AVERAGE > 0
                   OR WS-LOAN-END > 0 OR WS-LOAN-AVERAGE > 0
               ADD 1 TO WS-SCHEDULED-COUNT
               ADD WS-DEPOSIT-END TO WS-DEPOSIT-TOTAL
               ADD WS-LOAN-END TO WS-LOAN-TOTAL
               INITIALIZE WS-ACCOUNT
               PERFORM 2300-FETCH-ACCOUNT-OWNER
               PERFORM 2400-RESOLVE-OWNER
               PERFORM 2500-SET-CATEGORY
               PERFORM 2600-SET-LINE-ATTRIBUTES
               IF WS-DEPOSIT-END > 0 OR WS-DEPOSIT-AVERAGE > 0
                   PERFORM 2700-SCHEDULE-DEPOSITS
               END-IF
               IF WS-LOAN-END > 0 OR WS-LOAN-AVERAGE > 0
                   PERFORM 2800-SCHEDULE-OVERDRAFT
               END-IF
           END-IF.

      *> The accrual master supplies the rate last applied, and the
      *> account's customer where ACCTBRCH has none.
       2300-FETCH-ACCOUNT-OWNER.
           IF WS-BRANCH-OPEN = 'Y'
               MOVE WS-HELD-ACCOUNT TO ABX-ACCOUNT-NUMBER
               READ BRANCH-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ABX-CUSTOMER-ID TO WS-ACCT-CUSTOMER
                       MOVE ABX-CLASSIFICATION
                           TO WS-ACCT-CLASSIFICATION
                       MOVE ABX-CURRENCY-CODE TO WS-ACCT-CURRENCY
               END-READ
           END-IF
           IF WS-ACCRUAL-OPEN = 'Y'
               MOVE WS-HELD-ACCOUNT TO INA-ACCOUNT-NUMBER
               READ ACCRUAL-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE INA-LAST-RATE TO WS-ACCT-RATE
                       IF WS-ACCT-CUSTOMER = 0
                           MOVE INA-CUSTOMER-ID TO WS-ACCT-CUSTOMER
                       END-IF
               END-READ
           END-IF.

       2400-RESOLVE-OWNER.
           EVALUATE TRUE
               WHEN WS-ACCT-CUSTOMER = 0
                   MOVE 'A' TO WS-ACCT-OWNER-TYPE
                   MOVE WS-HELD-ACCOUNT TO WS-ACCT-OWNER-ID
               WHEN OTHER
                   MOVE 'C' TO WS-ACCT-OWNER-TYPE
                   MOVE WS-ACCT-CUSTOMER TO WS-ACCT-OWNER-ID
                   MOVE 'N' TO WS-FOUND
                   PERFORM VARYING WS-XREF-INDEX FROM 1 BY 1
                       UNTIL WS-XREF-INDEX > WS-XREF-COUNT
                           OR WS-ENTRY-FOUND
                       IF WS-XRF-CUSTOMER (WS-XREF-INDEX)
                               = WS-ACCT-CUSTOMER
                           SET WS-ENTRY-FOUND TO TRUE
                           MOVE 'E' TO WS-ACCT-OWNER-TYPE
                           MOVE WS-XRF-ENTERPRISE (WS-XREF-INDEX)
                               TO WS-ACCT-OWNER-ID
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      *> The ownership category is settled exactly as DEPCOVER settles
      *> it, so the account finds its owner's coverage row.
       2500-SET-CATEGORY.
           MOVE SPACE TO WS-ACCT-CATEGORY
           IF WS-CUSTOMER-OPEN = 'Y' AND WS-ACCT-CUSTOMER NOT = 0
               MOVE WS-ACCT-CUSTOMER TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CM-OWNERSHIP-CATEGORY TO WS-ACCT-CATEGORY
               END-READ
           END-IF
           IF WS-ACCT-CATEGORY = SPACE
               IF WS-ACCT-CLASSIFICATION = 'BZ'
                       OR WS-ACCT-CLASSIFICATION = 'IN'
                   MOVE 'B' TO WS-ACCT-CATEGORY
               ELSE
                   MOVE 'S' TO WS-ACCT-CATEGORY
               END-IF
           END-IF.

      *> An account never seen with a classification reports as
      *> retail, as tier pricing treats it. Everything is on demand
      *> except a term deposit, banded by the days its term has left
      *> to run; one past maturity and not yet settled reports in the
      *> shortest band.
       2600-SET-LINE-ATTRIBUTES.
           INITIALIZE WS-POST-KEY
           IF WS-ACCT-CLASSIFICATION = SPACES
               MOVE 'RT' TO WS-ACCT-CLASSIFICATION
           END-IF
           MOVE WS-ACCT-CLASSIFICATION TO WS-KEY-CLASSIFICATION
           IF WS-ACCT-CLASSIFICATION = 'BZ'
                   OR WS-ACCT-CLASSIFICATION = 'IN'
               MOVE 'B' TO WS-KEY-SEGMENT
           ELSE
               MOVE 'R' TO WS-KEY-SEGMENT
           END-IF
           IF WS-ACCT-CURRENCY = SPACES
                   OR WS-ACCT-CURRENCY = WS-DOMESTIC-CURRENCY
               MOVE 'D' TO WS-KEY-CURRENCY-CLASS
           ELSE
               MOVE 'F' TO WS-KEY-CURRENCY-CLASS
           END-IF
           MOVE 'D' TO WS-KEY-MATURITY
           IF WS-DEPOSIT-OPEN = 'Y'
               MOVE WS-HELD-ACCOUNT TO TDM-ACCOUNT-NUMBER
               READ DEPOSIT-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACCT-TERM-DEPOSIT
                       COMPUTE WS-ACCT-DAYS-TO-MATURITY =
                           FUNCTION INTEGER-OF-DATE (TDM-MATURITY-DATE)
                           - WS-TODAY-INTEGER
                       EVALUATE TRUE
                           WHEN WS-ACCT-DAYS-TO-MATURITY NOT > 90
                               MOVE '1' TO WS-KEY-MATURITY
                           WHEN WS-ACCT-DAYS-TO-MATURITY NOT > 365
                               MOVE '2' TO WS-KEY-MATURITY
                           WHEN WS-ACCT-DAYS-TO-MATURITY NOT > 1095
                               MOVE '3' TO WS-KEY-MATURITY
                           WHEN OTHER
                               MOVE '4' TO WS-KEY-MATURITY
                       END-EVALUATE
               END-READ
           END-IF.

      *> The insured share follows the owner's coverage: the part of
      *> the owner's deposits the coverage file insures, applied to
      *> this account's report-date and average balances alike.
       2700-SCHEDULE-DEPOSITS.
           MOVE 'D' TO WS-KEY-SCHEDULE
           EVALUATE TRUE
               WHEN WS-ACCT-TERM-DEPOSIT = 'Y'
                   MOVE 'TDP' TO WS-KEY-PRODUCT
               WHEN WS-ACCT-RATE > 0
                   MOVE 'IBD' TO WS-KEY-PRODUCT
               WHEN OTHER
                   MOVE 'NIB' TO WS-KEY-PRODUCT
           END-EVALUATE
           PERFORM 2750-FIND-COVERAGE
           MOVE 0 TO WS-INSURED-END WS-INSURED-AVERAGE
           IF WS-COVER-SLOT = 0
               ADD 1 TO WS-NO-COVER-COUNT
           ELSE
               IF WS-CVR-INSURED (WS-COVER-SLOT)
                       NOT < WS-CVR-DEPOSITS (WS-COVER-SLOT)
                   MOVE WS-DEPOSIT-END TO WS-INSURED-END
                   MOVE WS-DEPOSIT-AVERAGE TO WS-INSURED-AVERAGE
               ELSE
                   IF WS-CVR-INSURED (WS-COVER-SLOT) > 0
                       COMPUTE WS-INSURED-END ROUNDED =
                           WS-DEPOSIT-END
                           * WS-CVR-INSURED (WS-COVER-SLOT)
                           / WS-CVR-DEPOSITS (WS-COVER-SLOT)
                       COMPUTE WS-INSURED-AVERAGE ROUNDED =
                           WS-DEPOSIT-AVERAGE
                           * WS-CVR-INSURED (WS-COVER-SLOT)
                           / WS-CVR-DEPOSITS (WS-COVER-SLOT)
                   END-IF
               END-IF
           END-IF
           MOVE 'I' TO WS-KEY-INSURANCE
           MOVE WS-INSURED-END TO WS-POST-END
           MOVE WS-INSURED-AVERAGE TO WS-POST-AVERAGE
           PERFORM 3000-POST-TO-LINE
           MOVE 'U' TO WS-KEY-INSURANCE
           COMPUTE WS-POST-END = WS-DEPOSIT-END - WS-INSURED-END
           COMPUTE WS-POST-AVERAGE =
               WS-DEPOSIT-AVERAGE - WS-INSURED-AVERAGE
           PERFORM 3000-POST-TO-LINE.

       2750-FIND-COVERAGE.
           MOVE 0 TO WS-COVER-SLOT
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-COVER-INDEX FROM 1 BY 1
               UNTIL WS-COVER-INDEX > WS-COVER-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-CVR-OWNER-TYPE (WS-COVER-INDEX)
                       = WS-ACCT-OWNER-TYPE
                       AND WS-CVR-OWNER-ID (WS-COVER-INDEX)
                           = WS-ACCT-OWNER-ID
                       AND WS-CVR-CATEGORY (WS-COVER-INDEX)
                           = WS-ACCT-CATEGORY
                       AND WS-CVR-DEPOSITS (WS-COVER-INDEX) > 0
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-COVER-INDEX TO WS-COVER-SLOT
               END-IF
           END-PERFORM.

      *> An overdrawn balance is a loan: drawn on an active facility
      *> it is an arranged overdraft, otherwise unarranged.
       2800-SCHEDULE-OVERDRAFT.
           MOVE 'L' TO WS-KEY-SCHEDULE
           MOVE SPACE TO WS-KEY-INSURANCE
           MOVE 'ODU' TO WS-KEY-PRODUCT
           IF WS-FACILITY-OPEN = 'Y'
               MOVE WS-HELD-ACCOUNT TO ODF-ACCOUNT-NUMBER
               READ FACILITY-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ODF-ACTIVE
                           MOVE 'ODA' TO WS-KEY-PRODUCT
                       END-IF
               END-READ
           END-IF
           MOVE WS-LOAN-END TO WS-POST-END
           MOVE WS-LOAN-AVERAGE TO WS-POST-AVERAGE
           PERFORM 3000-POST-TO-LINE.

      *> A share with nothing in it is neither posted nor drilled.
       3000-POST-TO-LINE.
           IF WS-POST-END > 0 OR WS-POST-AVERAGE > 0
               MOVE 'N' TO WS-FOUND
               MOVE 0 TO WS-LINE-SLOT
               PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-LINE-INDEX > WS-LINE-COUNT
                       OR WS-ENTRY-FOUND
                   IF WS-LIN-KEY (WS-LINE-INDEX) = WS-POST-KEY
                       SET WS-ENTRY-FOUND TO TRUE
                       MOVE WS-LINE-INDEX TO WS-LINE-SLOT
                   END-IF
               END-PERFORM
               IF NOT WS-ENTRY-FOUND AND WS-LINE-COUNT < 500
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-LINE-COUNT TO WS-LINE-SLOT
                   MOVE WS-POST-KEY TO WS-LIN-KEY (WS-LINE-SLOT)
                   MOVE 0 TO WS-LIN-ACCOUNTS (WS-LINE-SLOT)
                             WS-LIN-END (WS-LINE-SLOT)
                             WS-LIN-AVERAGE (WS-LINE-SLOT)
               END-IF
               IF WS-LINE-SLOT > 0
                   ADD 1 TO WS-LIN-ACCOUNTS (WS-LINE-SLOT)
                   ADD WS-POST-END TO WS-LIN-END (WS-LINE-SLOT)
                   ADD WS-POST-AVERAGE
                       TO WS-LIN-AVERAGE (WS-LINE-SLOT)
               END-IF
               PERFORM 3100-WRITE-DRILL
           END-IF.

       3100-WRITE-DRILL.
           INITIALIZE REGULATORY-SCHEDULE-DRILL
           MOVE WS-QUARTER-LABEL    TO RSD-QUARTER
           MOVE WS-POST-KEY         TO RSD-LINE-KEY
           MOVE WS-HELD-ACCOUNT     TO RSD-ACCOUNT-NUMBER
           MOVE WS-ACCT-CUSTOMER    TO RSD-CUSTOMER-ID
           MOVE WS-ACCT-OWNER-TYPE  TO RSD-OWNER-TYPE
           MOVE WS-ACCT-OWNER-ID    TO RSD-OWNER-ID
           MOVE WS-ACCT-CURRENCY    TO RSD-CURRENCY-CODE
           MOVE WS-POST-END         TO RSD-PERIOD-END-BALANCE
           MOVE WS-POST-AVERAGE     TO RSD-QUARTER-AVERAGE
           WRITE REGULATORY-SCHEDULE-DRILL
           ADD 1 TO WS-DRILL-COUNT.

      *> The subledger rolls up to the CTL control accounts, which
      *> carry deposits as credits and overdrawn balances as debits;
      *> the trial balance GLRECON wrote for this business date is the
      *> ledger's side. No trial balance for the date holds the
      *> schedules as surely as a break does.
       4000-TIE-TO-GENERAL-LEDGER.
           PERFORM 4100-LOAD-CONTROL-ACCOUNTS
           OPEN INPUT TRIAL-BALANCE-FILE
           IF WS-TRIAL-BALANCE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ TRIAL-BALANCE-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF TBL-ACCOUNT-LINE
                                   AND TBL-BALANCE-DATE = WS-TODAY
                               SET WS-TRIAL-BALANCE-FOUND TO TRUE
                               PERFORM 4200-TAKE-CONTROL-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRIAL-BALANCE-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           INITIALIZE REGULATORY-TIEOUT-LINE
           MOVE WS-QUARTER-LABEL   TO RTO-QUARTER
           MOVE WS-TODAY           TO RTO-REPORT-DATE
           MOVE WS-SCHEDULED-COUNT TO RTO-ACCOUNT-COUNT
           MOVE WS-DEPOSIT-TOTAL   TO RTO-DEPOSIT-TOTAL
           MOVE WS-LOAN-TOTAL      TO RTO-LOAN-TOTAL
           COMPUTE RTO-SCHEDULE-NET = WS-DEPOSIT-TOTAL - WS-LOAN-TOTAL
           MOVE WS-CTL-COUNT       TO RTO-GL-CONTROL-COUNT
           MOVE WS-GL-NET          TO RTO-GL-NET
           COMPUTE RTO-DIFFERENCE = RTO-SCHEDULE-NET - RTO-GL-NET
           EVALUATE TRUE
               WHEN NOT WS-TRIAL-BALANCE-FOUND
                   SET RTO-NO-TRIAL-BALANCE TO TRUE
               WHEN RTO-DIFFERENCE = 0
                   SET RTO-TIED TO TRUE
               WHEN OTHER
                   SET RTO-BREAK TO TRUE
           END-EVALUATE
           MOVE RTO-TIE-FLAG TO WS-TIE-FLAG
           OPEN OUTPUT TIEOUT-FILE
           WRITE REGULATORY-TIEOUT-LINE
           CLOSE TIEOUT-FILE.

      *> A control account named by several branches counts once.
       4100-LOAD-CONTROL-ACCOUNTS.
           OPEN INPUT MAPPING-FILE
           IF WS-MAPPING-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ MAPPING-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF GLM-CONTROL-MAP
                               PERFORM 4110-ADD-CONTROL-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAPPING-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       4110-ADD-CONTROL-ACCOUNT.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-CTL-INDEX FROM 1 BY 1
               UNTIL WS-CTL-INDEX > WS-CTL-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-CTL-ACCOUNT (WS-CTL-INDEX) = GLM-GL-ACCOUNT
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND AND WS-CTL-COUNT < 500
               ADD 1 TO WS-CTL-COUNT
               MOVE GLM-GL-ACCOUNT TO WS-CTL-ACCOUNT (WS-CTL-COUNT)
           END-IF.

       4200-TAKE-CONTROL-BALANCE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-CTL-INDEX FROM 1 BY 1
               UNTIL WS-CTL-INDEX > WS-CTL-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-CTL-ACCOUNT (WS-CTL-INDEX) = TBL-GL-ACCOUNT
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               COMPUTE WS-GL-NET = WS-GL-NET
                   + TBL-CREDIT-BALANCE - TBL-DEBIT-BALANCE
           END-IF.

      *> Each schedule's lines in the order they first arose, closed
      *> by the schedule total.
       5000-WRITE-SCHEDULE.
           INITIALIZE WS-SCHEDULE-TOTALS
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > WS-LINE-COUNT
               IF WS-LIN-KEY (WS-LINE-INDEX) (1:1)
                       = WS-SCHEDULE-CODE (WS-SCHEDULE-INDEX)
                   INITIALIZE REGULATORY-SCHEDULE-LINE
                   SET RSL-DETAIL-LINE TO TRUE
                   MOVE WS-LIN-KEY (WS-LINE-INDEX) TO RSL-LINE-KEY
                   MOVE WS-LIN-ACCOUNTS (WS-LINE-INDEX)
                       TO RSL-ACCOUNT-COUNT
                   MOVE WS-LIN-END (WS-LINE-INDEX)
                       TO RSL-PERIOD-END-BALANCE
                   MOVE WS-LIN-AVERAGE (WS-LINE-INDEX)
                       TO RSL-QUARTER-AVERAGE
                   PERFORM 5100-WRITE-SCHEDULE-LINE
                   ADD WS-LIN-ACCOUNTS (WS-LINE-INDEX)
                       TO WS-SCT-ACCOUNTS
                   ADD WS-LIN-END (WS-LINE-INDEX) TO WS-SCT-END
                   ADD WS-LIN-AVERAGE (WS-LINE-INDEX)
                       TO WS-SCT-AVERAGE
               END-IF
           END-PERFORM
           INITIALIZE REGULATORY-SCHEDULE-LINE
           SET RSL-SCHEDULE-TOTAL TO TRUE
           MOVE WS-SCHEDULE-CODE (WS-SCHEDULE-INDEX) TO RSL-SCHEDULE
           MOVE WS-SCT-ACCOUNTS TO RSL-ACCOUNT-COUNT
           MOVE WS-SCT-END      TO RSL-PERIOD-END-BALANCE
           MOVE WS-SCT-AVERAGE  TO RSL-QUARTER-AVERAGE
           PERFORM 5100-WRITE-SCHEDULE-LINE.

       5100-WRITE-SCHEDULE-LINE.
           MOVE WS-QUARTER-LABEL TO RSL-QUARTER
           MOVE WS-TODAY TO RSL-REPORT-DATE
           WRITE REGULATORY-SCHEDULE-LINE.
