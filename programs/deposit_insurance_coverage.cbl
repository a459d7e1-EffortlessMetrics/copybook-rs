      *> DEPCOVER - Deposit insurance coverage. Takes every account on
      *> the ACCTPOS position master at its latest closing balance on
      *> or before the business date, adds the interest accrued on it
      *> but not yet capitalized, and resolves it to its owner: the
      *> customer the account last posted under (ACCTBRCH, or the
      *> accrual master when the account has never posted with a
      *> customer), then the enterprise identity IDXREF links that
      *> customer to. Each account falls in an ownership category -
      *> the customer master's category where one is maintained,
      *> otherwise business for business and institutional
      *> CUSTOMER-CLASSIFICATION and single for the rest. Deposits
      *> are summed per owner and category and split insured and
      *> uninsured against the coverage limit; the run writes the
      *> standard depositor file and a summary of uninsured exposure
      *> by category. Overdrawn accounts add nothing to the deposits.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPCOVER.

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
           SELECT DEPOSITOR-FILE ASSIGN TO "DEPFILE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUMMARY-FILE ASSIGN TO "DEPSUMM"
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
       FD  DEPOSITOR-FILE.
           COPY depositor_coverage_record.
       FD  SUMMARY-FILE.
           COPY deposit_coverage_summary_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-POSITION-STATUS          PIC X(2).
       01  WS-BRANCH-STATUS            PIC X(2).
       01  WS-ACCRUAL-STATUS           PIC X(2).
       01  WS-CUSTOMER-STATUS          PIC X(2).
       01  WS-XREF-STATUS              PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-FILE-STATE.
           05  WS-BRANCH-OPEN          PIC X(1) VALUE 'N'.
           05  WS-ACCRUAL-OPEN         PIC X(1) VALUE 'N'.
           05  WS-CUSTOMER-OPEN        PIC X(1) VALUE 'N'.
       01  WS-ACCOUNT-STATE            PIC X(1).
           88  WS-ACCOUNT-HELD         VALUE 'Y'.
       01  WS-HELD-ACCOUNT             PIC 9(16).
       01  WS-HELD-BALANCE             PIC S9(13)V99.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
      *> Standard maximum deposit insurance amount, per owner per
      *> ownership category.
       01  WS-COVERAGE-LIMIT           PIC 9(9)V99 VALUE 250000.00.
      *> The account being assigned to its owner.
       01  WS-ACCOUNT.
           05  WS-ACCT-CUSTOMER        PIC 9(12).
           05  WS-ACCT-CLASSIFICATION  PIC X(2).
           05  WS-ACCT-INTEREST        PIC S9(13)V99.
           05  WS-ACCT-OWNER-TYPE      PIC X(1).
           05  WS-ACCT-OWNER-ID        PIC 9(16).
           05  WS-ACCT-CATEGORY        PIC X(1).
       01  WS-XREF-INDEX               PIC 9(5) COMP.
       01  WS-XREF-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 20000 TIMES.
               10  WS-XRF-CUSTOMER     PIC 9(12).
               10  WS-XRF-ENTERPRISE   PIC 9(12).
       01  WS-SLOT                     PIC 9(5) COMP.
       01  WS-OWNER-INDEX              PIC 9(5) COMP.
       01  WS-OWNER-COUNT              PIC 9(5) COMP VALUE 0.
       01  WS-OWNER-TABLE.
           05  WS-OWNER-ENTRY OCCURS 20000 TIMES.
               10  WS-OWN-TYPE         PIC X(1).
               10  WS-OWN-ID           PIC 9(16).
               10  WS-OWN-CATEGORY     PIC X(1).
               10  WS-OWN-CUSTOMER     PIC 9(12).
               10  WS-OWN-ACCOUNTS     PIC 9(5).
               10  WS-OWN-PRINCIPAL    PIC S9(13)V99.
               10  WS-OWN-INTEREST     PIC S9(13)V99.
       01  WS-CATEGORY-NAMES           PIC X(4) VALUE 'SJBT'.
       01  WS-CATEGORY-CODES REDEFINES WS-CATEGORY-NAMES.
           05  WS-CATEGORY-CODE        PIC X(1) OCCURS 4 TIMES.
       01  WS-CAT-INDEX                PIC 9(1) COMP.
      *> Fifth slot is the whole-book total.
       01  WS-CATEGORY-TABLE.
           05  WS-CATEGORY-ENTRY OCCURS 5 TIMES.
               10  WS-CAT-DEPOSITORS   PIC 9(7).
               10  WS-CAT-UNINSURED-DEP PIC 9(7).
               10  WS-CAT-ACCOUNTS     PIC 9(7).
               10  WS-CAT-DEPOSITS     PIC S9(15)V99.
               10  WS-CAT-INSURED      PIC S9(15)V99.
               10  WS-CAT-UNINSURED    PIC S9(15)V99.
       01  WS-COUNTS.
           05  WS-ACCOUNT-COUNT        PIC 9(9) VALUE 0.
           05  WS-NO-OWNER-COUNT       PIC 9(9) VALUE 0.
           05  WS-DEPOSITOR-COUNT      PIC 9(9) VALUE 0.
           05  WS-UNINSURED-COUNT      PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 1000-LOAD-IDENTITY-XREF
           PERFORM 1500-OPEN-REFERENCE-MASTERS
           PERFORM 2000-ASSIGN-POSITIONS
           PERFORM 1600-CLOSE-REFERENCE-MASTERS
           INITIALIZE WS-CATEGORY-TABLE
           OPEN OUTPUT DEPOSITOR-FILE SUMMARY-FILE
           PERFORM 3000-WRITE-DEPOSITORS
           PERFORM 4000-WRITE-SUMMARY
           CLOSE DEPOSITOR-FILE SUMMARY-FILE
           DISPLAY "DEPCOVER: ACCOUNTS=" WS-ACCOUNT-COUNT
                   " NOOWNER=" WS-NO-OWNER-COUNT
                   " DEPOSITORS=" WS-DEPOSITOR-COUNT
                   " UNINSURED=" WS-UNINSURED-COUNT
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
           END-IF.

      *> Position rows arrive in account and date order; the last row
      *> on or before the business date is the account's balance,
      *> assigned when the next account begins.
       2000-ASSIGN-POSITIONS.
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
                       PERFORM 2200-ASSIGN-ACCOUNT
                   END-IF
                   IF AP-PROCESSING-DATE NOT > WS-TODAY
                       SET WS-ACCOUNT-HELD TO TRUE
                       MOVE AP-ACCOUNT-NUMBER TO WS-HELD-ACCOUNT
                       MOVE AP-CLOSING-BALANCE TO WS-HELD-BALANCE
                   END-IF
                   PERFORM 2100-READ-POSITION
               END-PERFORM
               IF WS-ACCOUNT-HELD
                   PERFORM 2200-ASSIGN-ACCOUNT
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

       2200-ASSIGN-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-STATE
           ADD 1 TO WS-ACCOUNT-COUNT
           INITIALIZE WS-ACCOUNT
           PERFORM 2300-FETCH-ACCOUNT-OWNER
           PERFORM 2400-RESOLVE-OWNER
           PERFORM 2500-SET-CATEGORY
           PERFORM 2600-FIND-OWNER-SLOT
           IF WS-SLOT > 0
               ADD 1 TO WS-OWN-ACCOUNTS (WS-SLOT)
               IF WS-HELD-BALANCE > 0
                   ADD WS-HELD-BALANCE TO WS-OWN-PRINCIPAL (WS-SLOT)
               END-IF
               IF WS-ACCT-INTEREST > 0
                   ADD WS-ACCT-INTEREST TO WS-OWN-INTEREST (WS-SLOT)
               END-IF
           END-IF.

      *> The accrual master supplies the uncapitalized interest, and
      *> the account's customer where ACCTBRCH has none.
       2300-FETCH-ACCOUNT-OWNER.
           IF WS-BRANCH-OPEN = 'Y'
               MOVE WS-HELD-ACCOUNT TO ABX-ACCOUNT-NUMBER
               READ BRANCH-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ABX-CUSTOMER-ID TO WS-ACCT-CUSTOMER
                       MOVE ABX-CLASSIFICATION
                           TO WS-ACCT-CLASSIFICATION
               END-READ
           END-IF
           IF WS-ACCRUAL-OPEN = 'Y'
               MOVE WS-HELD-ACCOUNT TO INA-ACCOUNT-NUMBER
               READ ACCRUAL-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-ACCT-INTEREST ROUNDED =
                           INA-ACCRUED-AMOUNT
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
                   ADD 1 TO WS-NO-OWNER-COUNT
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

      *> The customer master's maintained category wins; otherwise
      *> business and institutional customers hold business deposits
      *> and everyone else holds in their own single name.
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

       2600-FIND-OWNER-SLOT.
           MOVE 'N' TO WS-FOUND
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-OWNER-INDEX FROM 1 BY 1
               UNTIL WS-OWNER-INDEX > WS-OWNER-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-OWN-TYPE (WS-OWNER-INDEX) = WS-ACCT-OWNER-TYPE
                       AND WS-OWN-ID (WS-OWNER-INDEX)
                           = WS-ACCT-OWNER-ID
                       AND WS-OWN-CATEGORY (WS-OWNER-INDEX)
                           = WS-ACCT-CATEGORY
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-OWNER-INDEX TO WS-SLOT
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND AND WS-OWNER-COUNT < 20000
               ADD 1 TO WS-OWNER-COUNT
               MOVE WS-OWNER-COUNT TO WS-SLOT
               MOVE WS-ACCT-OWNER-TYPE TO WS-OWN-TYPE (WS-SLOT)
               MOVE WS-ACCT-OWNER-ID   TO WS-OWN-ID (WS-SLOT)
               MOVE WS-ACCT-CATEGORY   TO WS-OWN-CATEGORY (WS-SLOT)
               MOVE WS-ACCT-CUSTOMER   TO WS-OWN-CUSTOMER (WS-SLOT)
               MOVE 0 TO WS-OWN-ACCOUNTS (WS-SLOT)
               MOVE 0 TO WS-OWN-PRINCIPAL (WS-SLOT)
               MOVE 0 TO WS-OWN-INTEREST (WS-SLOT)
           END-IF.

       3000-WRITE-DEPOSITORS.
           PERFORM VARYING WS-OWNER-INDEX FROM 1 BY 1
               UNTIL WS-OWNER-INDEX > WS-OWNER-COUNT
               PERFORM 3100-WRITE-ONE-DEPOSITOR
           END-PERFORM.

       3100-WRITE-ONE-DEPOSITOR.
           MOVE WS-TODAY TO DCR-RUN-DATE
           MOVE WS-OWN-TYPE (WS-OWNER-INDEX)     TO DCR-OWNER-TYPE
           MOVE WS-OWN-ID (WS-OWNER-INDEX)       TO DCR-OWNER-ID
           MOVE WS-OWN-CUSTOMER (WS-OWNER-INDEX) TO DCR-CUSTOMER-ID
           MOVE WS-OWN-CATEGORY (WS-OWNER-INDEX)
               TO DCR-OWNERSHIP-CATEGORY
           MOVE WS-OWN-ACCOUNTS (WS-OWNER-INDEX) TO DCR-ACCOUNT-COUNT
           MOVE WS-OWN-PRINCIPAL (WS-OWNER-INDEX)
               TO DCR-PRINCIPAL-BALANCE
           MOVE WS-OWN-INTEREST (WS-OWNER-INDEX)
               TO DCR-ACCRUED-INTEREST
           COMPUTE DCR-TOTAL-DEPOSITS =
               DCR-PRINCIPAL-BALANCE + DCR-ACCRUED-INTEREST
           MOVE WS-COVERAGE-LIMIT TO DCR-COVERAGE-LIMIT
           IF DCR-TOTAL-DEPOSITS > WS-COVERAGE-LIMIT
               MOVE WS-COVERAGE-LIMIT TO DCR-INSURED-AMOUNT
               COMPUTE DCR-UNINSURED-AMOUNT =
                   DCR-TOTAL-DEPOSITS - WS-COVERAGE-LIMIT
               ADD 1 TO WS-UNINSURED-COUNT
           ELSE
               MOVE DCR-TOTAL-DEPOSITS TO DCR-INSURED-AMOUNT
               MOVE 0 TO DCR-UNINSURED-AMOUNT
           END-IF
           WRITE DEPOSITOR-COVERAGE-RECORD
           ADD 1 TO WS-DEPOSITOR-COUNT
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
               UNTIL WS-CAT-INDEX > 4
               IF WS-CATEGORY-CODE (WS-CAT-INDEX)
                       = DCR-OWNERSHIP-CATEGORY
                   PERFORM 3200-ADD-TO-CATEGORY
               END-IF
           END-PERFORM
           MOVE 5 TO WS-CAT-INDEX
           PERFORM 3200-ADD-TO-CATEGORY.

       3200-ADD-TO-CATEGORY.
           ADD 1 TO WS-CAT-DEPOSITORS (WS-CAT-INDEX)
           IF DCR-UNINSURED-AMOUNT > 0
               ADD 1 TO WS-CAT-UNINSURED-DEP (WS-CAT-INDEX)
           END-IF
           ADD DCR-ACCOUNT-COUNT TO WS-CAT-ACCOUNTS (WS-CAT-INDEX)
           ADD DCR-TOTAL-DEPOSITS TO WS-CAT-DEPOSITS (WS-CAT-INDEX)
           ADD DCR-INSURED-AMOUNT TO WS-CAT-INSURED (WS-CAT-INDEX)
           ADD DCR-UNINSURED-AMOUNT
               TO WS-CAT-UNINSURED (WS-CAT-INDEX).

       4000-WRITE-SUMMARY.
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
               UNTIL WS-CAT-INDEX > 5
               MOVE WS-TODAY TO DCS-RUN-DATE
               IF WS-CAT-INDEX = 5
                   SET DCS-ALL-CATEGORIES TO TRUE
               ELSE
                   MOVE WS-CATEGORY-CODE (WS-CAT-INDEX)
                       TO DCS-OWNERSHIP-CATEGORY
               END-IF
               MOVE WS-CAT-DEPOSITORS (WS-CAT-INDEX)
                   TO DCS-DEPOSITOR-COUNT
               MOVE WS-CAT-UNINSURED-DEP (WS-CAT-INDEX)
                   TO DCS-UNINSURED-DEPOSITORS
               MOVE WS-CAT-ACCOUNTS (WS-CAT-INDEX)
                   TO DCS-ACCOUNT-COUNT
               MOVE WS-CAT-DEPOSITS (WS-CAT-INDEX)
                   TO DCS-TOTAL-DEPOSITS
               MOVE WS-CAT-INSURED (WS-CAT-INDEX)
                   TO DCS-INSURED-AMOUNT
               MOVE WS-CAT-UNINSURED (WS-CAT-INDEX)
                   TO DCS-UNINSURED-AMOUNT
               WRITE DEPOSIT-COVERAGE-SUMMARY-LINE
           END-PERFORM.
