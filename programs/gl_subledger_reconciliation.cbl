      *> GLRECON - Subledger-to-general-ledger reconciliation and
      *> trial balance. Takes the period's journal generations (GLJRNL
      *> and the other GL journal feeds, concatenated on GLJIN) into
      *> the GL balance master by GL account and branch, learns each
      *> account's branch from the TRANIN activity, then rolls every
      *> account's latest ACCTPOS closing balance up to the control
      *> account its branch maps to through the CTL rows of the GL
      *> account-mapping reference. The run writes a trial balance of
      *> the balance master closed by a debits-equal-credits proof
      *> line, and a variance line per control account and branch -
      *> subledger against GL - with a control total line for every
      *> control account, so a break is explained down to the branch.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAPPING-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "GLJIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BRANCH-MASTER ASSIGN TO "ACCTBRCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABX-ACCOUNT-NUMBER
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT BALANCE-MASTER ASSIGN TO "GLBALM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLL-BALANCE-KEY
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT POSITION-MASTER ASSIGN TO "ACCTPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-POSITION-KEY
               FILE STATUS IS WS-POSITION-STATUS.
           SELECT TRIAL-BALANCE-FILE ASSIGN TO "GLTRLBAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT VARIANCE-FILE ASSIGN TO "GLRECVAR"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAPPING-FILE.
           COPY gl_account_mapping.
       FD  TRANSACTION-FILE.
           COPY financial_sox_compliance.
       FD  JOURNAL-FILE.
           COPY gl_journal_record.
       FD  BRANCH-MASTER.
           COPY account_branch_record.
       FD  BALANCE-MASTER.
           COPY gl_balance_record.
       FD  POSITION-MASTER.
           COPY account_position_record.
       FD  TRIAL-BALANCE-FILE.
           COPY trial_balance_line.
       FD  VARIANCE-FILE.
           COPY gl_recon_variance_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-BRANCH-STATUS            PIC X(2).
       01  WS-BALANCE-STATUS           PIC X(2).
       01  WS-POSITION-STATUS          PIC X(2).
       01  WS-TODAY                    PIC 9(8).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-POSTING-STATE            PIC X(1).
           88  WS-JOURNALS-POSTED      VALUE 'Y'.
       01  WS-ACCOUNT-STATE            PIC X(1).
           88  WS-ACCOUNT-HELD         VALUE 'Y'.
       01  WS-REPORTED-STATE           PIC X(1).
           88  WS-ALREADY-REPORTED     VALUE 'Y'.
       01  WS-CTL-INDEX                PIC 9(4) COMP.
       01  WS-CTL-SCAN                 PIC 9(4) COMP.
       01  WS-CTL-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-REC-INDEX                PIC 9(4) COMP.
       01  WS-REC-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-DEFAULT-CONTROL          PIC 9(8) VALUE 0.
       01  WS-CONTROL-ACCOUNT          PIC 9(8).
       01  WS-ROLLUP-BRANCH            PIC 9(4).
       01  WS-HELD-ACCOUNT             PIC 9(16).
       01  WS-HELD-BALANCE             PIC S9(13)V99.
       01  WS-NET-BALANCE              PIC S9(15)V99.
       01  WS-CONTROL-TABLE.
           05  WS-CTL-ENTRY OCCURS 500 TIMES.
               10  WS-CTL-BRANCH       PIC 9(4).
               10  WS-CTL-ACCOUNT      PIC 9(8).
       01  WS-RECON-TABLE.
           05  WS-REC-ENTRY OCCURS 2000 TIMES.
               10  WS-REC-CONTROL      PIC 9(8).
               10  WS-REC-BRANCH       PIC 9(4).
               10  WS-REC-ACCOUNTS     PIC 9(7).
               10  WS-REC-SUBLEDGER    PIC S9(15)V99.
               10  WS-REC-GL           PIC S9(15)V99.
       01  WS-CONTROL-TOTALS.
           05  WS-CTT-ACCOUNTS         PIC 9(7).
           05  WS-CTT-SUBLEDGER        PIC S9(15)V99.
           05  WS-CTT-GL               PIC S9(15)V99.
       01  WS-TOTALS.
           05  WS-TB-DEBIT-TOTAL       PIC 9(15)V99 VALUE 0.
           05  WS-TB-CREDIT-TOTAL      PIC 9(15)V99 VALUE 0.
       01  WS-COUNTS.
           05  WS-TRAN-COUNT           PIC 9(9) VALUE 0.
           05  WS-BRANCH-LEARNED       PIC 9(9) VALUE 0.
           05  WS-JOURNAL-COUNT        PIC 9(9) VALUE 0.
           05  WS-ACCOUNT-COUNT        PIC 9(9) VALUE 0.
           05  WS-UNASSIGNED-COUNT     PIC 9(9) VALUE 0.
           05  WS-UNMAPPED-COUNT       PIC 9(9) VALUE 0.
           05  WS-TB-LINE-COUNT        PIC 9(9) VALUE 0.
           05  WS-BREAK-COUNT          PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 1000-LOAD-CONTROL-MAPPINGS
           OPEN I-O BRANCH-MASTER
           IF WS-BRANCH-STATUS NOT = "00"
               OPEN OUTPUT BRANCH-MASTER
               CLOSE BRANCH-MASTER
               OPEN I-O BRANCH-MASTER
           END-IF
           OPEN I-O BALANCE-MASTER
           IF WS-BALANCE-STATUS NOT = "00"
               OPEN OUTPUT BALANCE-MASTER
               CLOSE BALANCE-MASTER
               OPEN I-O BALANCE-MASTER
           END-IF
           PERFORM 2000-LEARN-BRANCHES
           PERFORM 3000-POST-JOURNALS
           PERFORM 4000-ROLL-UP-SUBLEDGER
           OPEN OUTPUT TRIAL-BALANCE-FILE
           PERFORM 5000-WRITE-TRIAL-BALANCE
           CLOSE TRIAL-BALANCE-FILE
           OPEN OUTPUT VARIANCE-FILE
           PERFORM 6000-WRITE-VARIANCES
           CLOSE VARIANCE-FILE
           CLOSE BRANCH-MASTER BALANCE-MASTER
           DISPLAY "GLRECON: TRANSACTIONS=" WS-TRAN-COUNT
                   " BRANCHES-LEARNED=" WS-BRANCH-LEARNED
                   " JOURNAL=" WS-JOURNAL-COUNT
                   " ACCOUNTS=" WS-ACCOUNT-COUNT
                   " UNASSIGNED=" WS-UNASSIGNED-COUNT
                   " UNMAPPED=" WS-UNMAPPED-COUNT
                   " TB-LINES=" WS-TB-LINE-COUNT
                   " BREAKS=" WS-BREAK-COUNT
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

      *> Only the CTL rows matter here; the branch-zero row is the
      *> control account for any branch without a row of its own.
       1000-LOAD-CONTROL-MAPPINGS.
           OPEN INPUT MAPPING-FILE
           PERFORM 1100-READ-MAPPING
           PERFORM UNTIL END-OF-FILE
               IF GLM-CONTROL-MAP
                   IF GLM-BRANCH-CODE = 0
                       MOVE GLM-GL-ACCOUNT TO WS-DEFAULT-CONTROL
                   END-IF
                   ADD 1 TO WS-CTL-COUNT
                   MOVE GLM-BRANCH-CODE
                       TO WS-CTL-BRANCH (WS-CTL-COUNT)
                   MOVE GLM-GL-ACCOUNT
                       TO WS-CTL-ACCOUNT (WS-CTL-COUNT)
               END-IF
               PERFORM 1100-READ-MAPPING
           END-PERFORM
           CLOSE MAPPING-FILE
           MOVE 'N' TO WS-EOF.

       1100-READ-MAPPING.
           READ MAPPING-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> An account takes the branch, the customer and the currency it
      *> last posted under; the cross-reference keeps them for the
      *> months the account does not move.
       2000-LEARN-BRANCHES.
           OPEN INPUT TRANSACTION-FILE
           PERFORM 2100-READ-TRANSACTION
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-TRAN-COUNT
               PERFORM 2200-RECORD-BRANCH
               PERFORM 2100-READ-TRANSACTION
           END-PERFORM
           CLOSE TRANSACTION-FILE
           MOVE 'N' TO WS-EOF.

       2100-READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> Generated postings carry BRANCH-CODE 0; they leave a known
      *> account's branch as it is, as they leave its customer.
       2200-RECORD-BRANCH.
           MOVE ACCOUNT-NUMBER TO ABX-ACCOUNT-NUMBER
           READ BRANCH-MASTER
               INVALID KEY
                   MOVE BRANCH-CODE TO ABX-BRANCH-CODE
                   MOVE WS-TODAY TO ABX-LAST-SEEN-DATE
                   MOVE CUSTOMER-ID TO ABX-CUSTOMER-ID
                   MOVE CUSTOMER-CLASSIFICATION TO ABX-CLASSIFICATION
                   MOVE CURRENCY-CODE TO ABX-CURRENCY-CODE
                   WRITE ACCOUNT-BRANCH-RECORD
                   ADD 1 TO WS-BRANCH-LEARNED
               NOT INVALID KEY
                   IF (BRANCH-CODE NOT = 0
                               AND BRANCH-CODE NOT = ABX-BRANCH-CODE)
                           OR ABX-LAST-SEEN-DATE NOT = WS-TODAY
                           OR (CUSTOMER-ID NOT = 0
                               AND CUSTOMER-ID NOT = ABX-CUSTOMER-ID)
                           OR (CURRENCY-CODE NOT = SPACES
                               AND CURRENCY-CODE
                                   NOT = ABX-CURRENCY-CODE)
                       IF BRANCH-CODE NOT = 0
                           MOVE BRANCH-CODE TO ABX-BRANCH-CODE
                       END-IF
                       MOVE WS-TODAY TO ABX-LAST-SEEN-DATE
                       IF CURRENCY-CODE NOT = SPACES
                           MOVE CURRENCY-CODE TO ABX-CURRENCY-CODE
                       END-IF
                       IF CUSTOMER-ID NOT = 0
                           MOVE CUSTOMER-ID TO ABX-CUSTOMER-ID
                           MOVE CUSTOMER-CLASSIFICATION
                               TO ABX-CLASSIFICATION
                       END-IF
                       REWRITE ACCOUNT-BRANCH-RECORD
                   END-IF
           END-READ.

      *> The GL-account-zero row carries the last business date whose
      *> journals were taken in; a rerun of the same date reconciles
      *> against the balances already posted.
       3000-POST-JOURNALS.
           MOVE 'N' TO WS-POSTING-STATE
           MOVE 0 TO GLL-GL-ACCOUNT GLL-BRANCH-CODE
           READ BALANCE-MASTER
               INVALID KEY
                   INITIALIZE GL-BALANCE-RECORD
                   WRITE GL-BALANCE-RECORD
               NOT INVALID KEY
                   IF GLL-LAST-POSTED-DATE NOT < WS-TODAY
                       SET WS-JOURNALS-POSTED TO TRUE
                   END-IF
           END-READ
           IF NOT WS-JOURNALS-POSTED
               OPEN INPUT JOURNAL-FILE
               PERFORM 3100-READ-JOURNAL
               PERFORM UNTIL END-OF-FILE
                   ADD 1 TO WS-JOURNAL-COUNT
                   PERFORM 3200-POST-JOURNAL-LINE
                   PERFORM 3100-READ-JOURNAL
               END-PERFORM
               CLOSE JOURNAL-FILE
               MOVE 'N' TO WS-EOF
               MOVE 0 TO GLL-GL-ACCOUNT GLL-BRANCH-CODE
               READ BALANCE-MASTER
                   INVALID KEY CONTINUE
               END-READ
               MOVE WS-TODAY TO GLL-LAST-POSTED-DATE
               REWRITE GL-BALANCE-RECORD
           END-IF.

       3100-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3200-POST-JOURNAL-LINE.
           MOVE GLJ-GL-ACCOUNT  TO GLL-GL-ACCOUNT
           MOVE GLJ-BRANCH-CODE TO GLL-BRANCH-CODE
           READ BALANCE-MASTER
               INVALID KEY
                   INITIALIZE GL-BALANCE-RECORD
                   MOVE GLJ-GL-ACCOUNT  TO GLL-GL-ACCOUNT
                   MOVE GLJ-BRANCH-CODE TO GLL-BRANCH-CODE
                   PERFORM 3300-ACCUMULATE-LINE
                   WRITE GL-BALANCE-RECORD
               NOT INVALID KEY
                   PERFORM 3300-ACCUMULATE-LINE
                   REWRITE GL-BALANCE-RECORD
           END-READ.

       3300-ACCUMULATE-LINE.
           IF GLJ-DEBIT
               ADD GLJ-AMOUNT TO GLL-DEBIT-TOTAL
           ELSE
               ADD GLJ-AMOUNT TO GLL-CREDIT-TOTAL
           END-IF
           MOVE WS-TODAY TO GLL-LAST-POSTED-DATE.

      *> Position rows arrive in account and date order; the last row
      *> on or before the business date is the account's subledger
      *> balance, rolled up when the next account begins.
       4000-ROLL-UP-SUBLEDGER.
           MOVE 'N' TO WS-ACCOUNT-STATE
           OPEN INPUT POSITION-MASTER
           IF WS-POSITION-STATUS = "00"
               MOVE 0 TO AP-ACCOUNT-NUMBER AP-PROCESSING-DATE
               START POSITION-MASTER
                   KEY IS NOT LESS THAN AP-POSITION-KEY
                   INVALID KEY SET END-OF-FILE TO TRUE
               END-START
               PERFORM 4100-READ-POSITION
               PERFORM UNTIL END-OF-FILE
                   IF WS-ACCOUNT-HELD
                           AND AP-ACCOUNT-NUMBER NOT = WS-HELD-ACCOUNT
                       PERFORM 4200-ROLL-UP-ACCOUNT
                   END-IF
                   IF AP-PROCESSING-DATE NOT > WS-TODAY
                       SET WS-ACCOUNT-HELD TO TRUE
                       MOVE AP-ACCOUNT-NUMBER TO WS-HELD-ACCOUNT
                       MOVE AP-CLOSING-BALANCE TO WS-HELD-BALANCE
                   END-IF
                   PERFORM 4100-READ-POSITION
               END-PERFORM
               IF WS-ACCOUNT-HELD
                   PERFORM 4200-ROLL-UP-ACCOUNT
               END-IF
               CLOSE POSITION-MASTER
               MOVE 'N' TO WS-EOF
           END-IF.

       4100-READ-POSITION.
           IF NOT END-OF-FILE
               READ POSITION-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.

      *> An account the cross-reference has never seen rolls up under
      *> branch zero so its balance still lands on a variance line.
       4200-ROLL-UP-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-STATE
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE WS-HELD-ACCOUNT TO ABX-ACCOUNT-NUMBER
           READ BRANCH-MASTER
               INVALID KEY
                   MOVE 0 TO WS-ROLLUP-BRANCH
                   ADD 1 TO WS-UNASSIGNED-COUNT
               NOT INVALID KEY
                   MOVE ABX-BRANCH-CODE TO WS-ROLLUP-BRANCH
           END-READ
           PERFORM 4300-FIND-CONTROL-ACCOUNT
           IF WS-CONTROL-ACCOUNT = 0
               ADD 1 TO WS-UNMAPPED-COUNT
           ELSE
               PERFORM 7000-FIND-RECON-ENTRY
               ADD 1 TO WS-REC-ACCOUNTS (WS-REC-INDEX)
               ADD WS-HELD-BALANCE TO WS-REC-SUBLEDGER (WS-REC-INDEX)
           END-IF.

       4300-FIND-CONTROL-ACCOUNT.
           MOVE WS-DEFAULT-CONTROL TO WS-CONTROL-ACCOUNT
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-CTL-INDEX FROM 1 BY 1
               UNTIL WS-CTL-INDEX > WS-CTL-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-CTL-BRANCH (WS-CTL-INDEX) = WS-ROLLUP-BRANCH
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-CTL-ACCOUNT (WS-CTL-INDEX)
                       TO WS-CONTROL-ACCOUNT
               END-IF
           END-PERFORM.

      *> Each balance-master row is one trial-balance line on its
      *> natural side; a control account's row also carries its GL
      *> balance, credits less debits, onto the variance table.
       5000-WRITE-TRIAL-BALANCE.
           MOVE 0 TO GLL-GL-ACCOUNT GLL-BRANCH-CODE
           START BALANCE-MASTER
               KEY IS NOT LESS THAN GLL-BALANCE-KEY
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM 5100-READ-BALANCE
           PERFORM UNTIL END-OF-FILE
               IF GLL-GL-ACCOUNT NOT = 0
                   PERFORM 5200-WRITE-ACCOUNT-LINE
                   PERFORM 5300-CAPTURE-CONTROL-BALANCE
               END-IF
               PERFORM 5100-READ-BALANCE
           END-PERFORM
           MOVE 'N' TO WS-EOF
           PERFORM 5400-WRITE-PROOF-LINE.

       5100-READ-BALANCE.
           IF NOT END-OF-FILE
               READ BALANCE-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.

       5200-WRITE-ACCOUNT-LINE.
           INITIALIZE TRIAL-BALANCE-LINE
           MOVE WS-TODAY TO TBL-BALANCE-DATE
           SET TBL-ACCOUNT-LINE TO TRUE
           MOVE GLL-GL-ACCOUNT  TO TBL-GL-ACCOUNT
           MOVE GLL-BRANCH-CODE TO TBL-BRANCH-CODE
           COMPUTE WS-NET-BALANCE = GLL-DEBIT-TOTAL - GLL-CREDIT-TOTAL
           IF WS-NET-BALANCE < 0
               COMPUTE TBL-CREDIT-BALANCE = 0 - WS-NET-BALANCE
               ADD TBL-CREDIT-BALANCE TO WS-TB-CREDIT-TOTAL
           ELSE
               MOVE WS-NET-BALANCE TO TBL-DEBIT-BALANCE
               ADD TBL-DEBIT-BALANCE TO WS-TB-DEBIT-TOTAL
           END-IF
           MOVE SPACES TO TBL-BALANCE-FLAG
           WRITE TRIAL-BALANCE-LINE
           ADD 1 TO WS-TB-LINE-COUNT.

       5300-CAPTURE-CONTROL-BALANCE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-CTL-INDEX FROM 1 BY 1
               UNTIL WS-CTL-INDEX > WS-CTL-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-CTL-ACCOUNT (WS-CTL-INDEX) = GLL-GL-ACCOUNT
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               MOVE GLL-GL-ACCOUNT  TO WS-CONTROL-ACCOUNT
               MOVE GLL-BRANCH-CODE TO WS-ROLLUP-BRANCH
               PERFORM 7000-FIND-RECON-ENTRY
               COMPUTE WS-REC-GL (WS-REC-INDEX) =
                   WS-REC-GL (WS-REC-INDEX)
                   + GLL-CREDIT-TOTAL - GLL-DEBIT-TOTAL
           END-IF.

       5400-WRITE-PROOF-LINE.
           INITIALIZE TRIAL-BALANCE-LINE
           MOVE WS-TODAY TO TBL-BALANCE-DATE
           SET TBL-PROOF-LINE TO TRUE
           MOVE WS-TB-DEBIT-TOTAL  TO TBL-DEBIT-BALANCE
           MOVE WS-TB-CREDIT-TOTAL TO TBL-CREDIT-BALANCE
           COMPUTE TBL-DIFFERENCE =
               WS-TB-DEBIT-TOTAL - WS-TB-CREDIT-TOTAL
           IF TBL-DIFFERENCE = 0
               SET TBL-IN-BALANCE TO TRUE
           ELSE
               SET TBL-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE TRIAL-BALANCE-LINE.

      *> Control accounts report in mapping order, each once however
      *> many branches name it: its branch lines, then its total - a
      *> control account nothing rolled up to still gets a zero total.
       6000-WRITE-VARIANCES.
           PERFORM VARYING WS-CTL-INDEX FROM 1 BY 1
               UNTIL WS-CTL-INDEX > WS-CTL-COUNT
               MOVE 'N' TO WS-REPORTED-STATE
               PERFORM VARYING WS-CTL-SCAN FROM 1 BY 1
                   UNTIL WS-CTL-SCAN >= WS-CTL-INDEX
                   IF WS-CTL-ACCOUNT (WS-CTL-SCAN) =
                           WS-CTL-ACCOUNT (WS-CTL-INDEX)
                       SET WS-ALREADY-REPORTED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-ALREADY-REPORTED
                   MOVE WS-CTL-ACCOUNT (WS-CTL-INDEX)
                       TO WS-CONTROL-ACCOUNT
                   PERFORM 6100-WRITE-CONTROL-ACCOUNT
               END-IF
           END-PERFORM.

       6100-WRITE-CONTROL-ACCOUNT.
           INITIALIZE WS-CONTROL-TOTALS
           PERFORM VARYING WS-REC-INDEX FROM 1 BY 1
               UNTIL WS-REC-INDEX > WS-REC-COUNT
               IF WS-REC-CONTROL (WS-REC-INDEX) = WS-CONTROL-ACCOUNT
                   INITIALIZE GL-RECON-VARIANCE-LINE
                   SET GRV-BRANCH-LINE TO TRUE
                   MOVE WS-REC-BRANCH (WS-REC-INDEX)
                       TO GRV-BRANCH-CODE
                   MOVE WS-REC-ACCOUNTS (WS-REC-INDEX)
                       TO GRV-ACCOUNT-COUNT
                   MOVE WS-REC-SUBLEDGER (WS-REC-INDEX)
                       TO GRV-SUBLEDGER-BALANCE
                   MOVE WS-REC-GL (WS-REC-INDEX) TO GRV-GL-BALANCE
                   PERFORM 6200-WRITE-VARIANCE-LINE
                   ADD WS-REC-ACCOUNTS (WS-REC-INDEX)
                       TO WS-CTT-ACCOUNTS
                   ADD WS-REC-SUBLEDGER (WS-REC-INDEX)
                       TO WS-CTT-SUBLEDGER
                   ADD WS-REC-GL (WS-REC-INDEX) TO WS-CTT-GL
               END-IF
           END-PERFORM
           INITIALIZE GL-RECON-VARIANCE-LINE
           SET GRV-CONTROL-TOTAL TO TRUE
           MOVE WS-CTT-ACCOUNTS  TO GRV-ACCOUNT-COUNT
           MOVE WS-CTT-SUBLEDGER TO GRV-SUBLEDGER-BALANCE
           MOVE WS-CTT-GL        TO GRV-GL-BALANCE
           PERFORM 6200-WRITE-VARIANCE-LINE.

       6200-WRITE-VARIANCE-LINE.
           MOVE WS-TODAY TO GRV-RECON-DATE
           MOVE WS-CONTROL-ACCOUNT TO GRV-CONTROL-ACCOUNT
           COMPUTE GRV-VARIANCE =
               GRV-SUBLEDGER-BALANCE - GRV-GL-BALANCE
           IF GRV-VARIANCE = 0
               SET GRV-AGREES TO TRUE
           ELSE
               SET GRV-BREAK TO TRUE
               IF GRV-BRANCH-LINE
                   ADD 1 TO WS-BREAK-COUNT
               END-IF
           END-IF
           WRITE GL-RECON-VARIANCE-LINE.

       7000-FIND-RECON-ENTRY.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-REC-INDEX FROM 1 BY 1
               UNTIL WS-REC-INDEX > WS-REC-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-REC-CONTROL (WS-REC-INDEX) = WS-CONTROL-ACCOUNT
                   AND WS-REC-BRANCH (WS-REC-INDEX) = WS-ROLLUP-BRANCH
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-REC-INDEX
           ELSE
               ADD 1 TO WS-REC-COUNT
               MOVE WS-REC-COUNT TO WS-REC-INDEX
               MOVE WS-CONTROL-ACCOUNT TO WS-REC-CONTROL (WS-REC-INDEX)
               MOVE WS-ROLLUP-BRANCH TO WS-REC-BRANCH (WS-REC-INDEX)
               MOVE 0 TO WS-REC-ACCOUNTS (WS-REC-INDEX)
               MOVE 0 TO WS-REC-SUBLEDGER (WS-REC-INDEX)
               MOVE 0 TO WS-REC-GL (WS-REC-INDEX)
           END-IF.
