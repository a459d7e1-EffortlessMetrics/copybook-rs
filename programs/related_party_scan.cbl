      *> RELPSCAN - Daily employee self-dealing and related-party
      *> scan. SODCHECK only catches a user authorizing their own
      *> transaction; this run catches a user working an account that
      *> belongs to them or to someone they are related to. Every
      *> standing relation on the related-party master is taken as a
      *> user and enterprise identity pair. Each financial-feed
      *> transaction is resolved to its owner - the CUSTOMER-ID it
      *> carries, else the customer ACCOUNT-NUMBER last posted under
      *> on ACCTBRCH - and through IDXREF to an enterprise identity,
      *> and its ORIGINATOR-ID and AUTHORIZER-ID are tested against
      *> it. Each ledger entry's ACCOUNT-FROM and ACCOUNT-TO are
      *> resolved the same way through ACCTBRCH and tested against
      *> its USER-ID and APPROVED-BY. One hit is written per user per
      *> transaction, with the user's role and the relation, and the
      *> run closes with a summary line per user of the day's hits
      *> and amounts. The hits go to SARCASE, so the cases land with
      *> compliance's investigators rather than in the employee's
      *> own line.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPSCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTY-MASTER ASSIGN TO "RELPARTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPM-PARTY-KEY
               FILE STATUS IS WS-PARTY-STATUS.
           SELECT XREF-MASTER ASSIGN TO "IDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-ENTERPRISE-ID
               FILE STATUS IS WS-XREF-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO "ACCTBRCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABX-ACCOUNT-NUMBER
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT HIT-FILE ASSIGN TO "RELPHIT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUMMARY-FILE ASSIGN TO "RELPSUMM"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTY-MASTER.
           COPY related_party_record.
       FD  XREF-MASTER.
           COPY identity_xref_record.
       FD  BRANCH-MASTER.
           COPY account_branch_record.
       FD  TRANSACTION-FILE.
           COPY financial_sox_compliance.
       FD  LEDGER-FILE.
           COPY ac6_performance_integration.
       FD  HIT-FILE.
           COPY related_party_hit.
       FD  SUMMARY-FILE.
           COPY related_party_summary_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-PARTY-STATUS             PIC X(2).
       01  WS-XREF-STATUS              PIC X(2).
       01  WS-BRANCH-STATUS            PIC X(2).
       01  WS-TRANSACTION-STATUS       PIC X(2).
       01  WS-LEDGER-STATUS            PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-BRANCH-OPEN              PIC X(1) VALUE 'N'.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-SCAN-INDEX               PIC 9(5) COMP.
       01  WS-SLOT                     PIC 9(5) COMP.
       01  WS-ENTRY-INDEX              PIC 9(5) COMP.
      *> Every standing relation, user by identity.
       01  WS-PARTY-COUNT              PIC 9(5) COMP VALUE 0.
       01  WS-PARTY-TABLE.
           05  WS-PTY-ENTRY OCCURS 20000 TIMES.
               10  WS-PTY-USER         PIC X(8).
               10  WS-PTY-ENTERPRISE   PIC 9(12).
               10  WS-PTY-RELATION     PIC X(1).
       01  WS-XREF-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 20000 TIMES.
               10  WS-XRF-CUSTOMER     PIC 9(12).
               10  WS-XRF-ENTERPRISE   PIC 9(12).
      *> The accounts the transaction in hand touches, each with the
      *> identity that owns it (zero when none resolves).
       01  WS-ACCOUNT-COUNT            PIC 9(1) COMP.
       01  WS-ACCOUNT-INDEX            PIC 9(1) COMP.
       01  WS-ACCOUNTS.
           05  WS-ACC-ENTRY OCCURS 2 TIMES.
               10  WS-ACC-TEXT         PIC X(20).
               10  WS-ACC-ENTERPRISE   PIC 9(12).
       01  WS-ACCT-TEXT                PIC X(20).
       01  WS-ACCT-NUMBER              PIC 9(16).
       01  WS-ACCT-DISPLAY             PIC 9(16).
       01  WS-ACCT-LENGTH              PIC 9(2) COMP.
       01  WS-ACCT-STATE               PIC X(1).
           88  WS-ACCT-NUMERIC         VALUE 'Y'.
       01  WS-CUSTOMER-ID              PIC 9(12).
       01  WS-ENTERPRISE-ID            PIC 9(12).
      *> The users on the transaction in hand and their roles.
       01  WS-CHECK-USER               PIC X(8).
       01  WS-CHECK-ROLE               PIC X(1).
       01  WS-HIT-AMOUNT               PIC S9(13)V99.
       01  WS-ABS-AMOUNT               PIC 9(13)V99.
       01  WS-TRANSACTION-DISPLAY      PIC 9(12).
       01  WS-DATE-DISPLAY             PIC 9(8).
       01  WS-USER-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-USER-TABLE.
           05  WS-USR-ENTRY OCCURS 5000 TIMES.
               10  WS-USR-ID           PIC X(8).
               10  WS-USR-FINANCIAL    PIC 9(5).
               10  WS-USR-LEDGER       PIC 9(5).
               10  WS-USR-OWN          PIC 9(5).
               10  WS-USR-TOTAL        PIC 9(13)V99.
               10  WS-USR-LARGEST      PIC 9(13)V99.
       01  WS-COUNTS.
           05  WS-TRANSACTION-COUNT    PIC 9(9) VALUE 0.
           05  WS-ENTRY-COUNT          PIC 9(9) VALUE 0.
           05  WS-HIT-COUNT            PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 1000-LOAD-RELATIONS
           PERFORM 1100-LOAD-IDENTITY-XREF
           OPEN INPUT BRANCH-MASTER
           IF WS-BRANCH-STATUS = "00"
               MOVE 'Y' TO WS-BRANCH-OPEN
           END-IF
           OPEN OUTPUT HIT-FILE SUMMARY-FILE
           IF WS-PARTY-COUNT > 0
               PERFORM 2000-SCAN-FINANCIAL-FEED
               PERFORM 3000-SCAN-LEDGER
           END-IF
           PERFORM 5000-WRITE-SUMMARY
           IF WS-BRANCH-OPEN = 'Y'
               CLOSE BRANCH-MASTER
           END-IF
           CLOSE HIT-FILE SUMMARY-FILE
           DISPLAY "RELPSCAN: RELATIONS=" WS-PARTY-COUNT
                   " TRANSACTIONS=" WS-TRANSACTION-COUNT
                   " ENTRIES=" WS-ENTRY-COUNT
                   " HITS=" WS-HIT-COUNT
                   " USERS=" WS-USER-COUNT
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

      *> A relation counts from its declared date until it is ended.
       1000-LOAD-RELATIONS.
           OPEN INPUT PARTY-MASTER
           IF WS-PARTY-STATUS = "00"
               MOVE LOW-VALUES TO RPM-PARTY-KEY
               START PARTY-MASTER KEY IS NOT LESS THAN RPM-PARTY-KEY
                   INVALID KEY SET END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL END-OF-FILE
                   READ PARTY-MASTER NEXT
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF RPM-DECLARED-DATE <= WS-TODAY
                                   AND (RPM-ENDED-DATE = 0
                                       OR RPM-ENDED-DATE > WS-TODAY)
                                   AND WS-PARTY-COUNT < 20000
                               ADD 1 TO WS-PARTY-COUNT
                               MOVE RPM-USER-ID
                                   TO WS-PTY-USER (WS-PARTY-COUNT)
                               MOVE RPM-ENTERPRISE-ID
                                   TO WS-PTY-ENTERPRISE
                                       (WS-PARTY-COUNT)
                               MOVE RPM-RELATION-TYPE
                                   TO WS-PTY-RELATION (WS-PARTY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTY-MASTER
               MOVE 'N' TO WS-EOF
           END-IF.

      *> Customer to enterprise identity, for resolving an account's
      *> owner.
       1100-LOAD-IDENTITY-XREF.
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

       2000-SCAN-FINANCIAL-FEED.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ TRANSACTION-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TRANSACTION-COUNT
                           PERFORM 2100-CHECK-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

      *> The owner is the customer the transaction carries, else the
      *> one its account last posted under.
       2100-CHECK-TRANSACTION.
           MOVE 1 TO WS-ACCOUNT-COUNT
           MOVE ACCOUNT-NUMBER TO WS-ACCT-DISPLAY
           MOVE WS-ACCT-DISPLAY TO WS-ACC-TEXT (1)
           MOVE CUSTOMER-ID TO WS-CUSTOMER-ID
           IF WS-CUSTOMER-ID = 0
               MOVE ACCOUNT-NUMBER TO WS-ACCT-NUMBER
               PERFORM 8100-ACCOUNT-CUSTOMER
           END-IF
           PERFORM 8200-CUSTOMER-ENTERPRISE
           MOVE WS-ENTERPRISE-ID TO WS-ACC-ENTERPRISE (1)
           MOVE BASE-AMOUNT TO WS-HIT-AMOUNT
           INITIALIZE RELATED-PARTY-HIT
           SET RPH-FINANCIAL-FEED TO TRUE
           MOVE TRANSACTION-ID OF FINANCIAL-TRANSACTION-RECORD
               TO WS-TRANSACTION-DISPLAY
           MOVE WS-TRANSACTION-DISPLAY TO RPH-TRANSACTION-REF
           MOVE PROCESSING-DATE TO WS-DATE-DISPLAY
           MOVE WS-DATE-DISPLAY TO RPH-PROCESSING-DATE
           MOVE TRANSACTION-TYPE TO RPH-TRANSACTION-TYPE
           IF ORIGINATOR-ID NOT = SPACES
               MOVE ORIGINATOR-ID TO WS-CHECK-USER
               IF AUTHORIZER-ID = ORIGINATOR-ID
                   MOVE 'B' TO WS-CHECK-ROLE
               ELSE
                   MOVE 'O' TO WS-CHECK-ROLE
               END-IF
               PERFORM 4000-CHECK-USER
           END-IF
           IF AUTHORIZER-ID NOT = SPACES
                   AND AUTHORIZER-ID NOT = ORIGINATOR-ID
               MOVE AUTHORIZER-ID TO WS-CHECK-USER
               MOVE 'A' TO WS-CHECK-ROLE
               PERFORM 4000-CHECK-USER
           END-IF.

       3000-SCAN-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ LEDGER-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
                               UNTIL WS-ENTRY-INDEX > ENTRY-COUNT
                               PERFORM 3100-CHECK-ENTRY
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       3100-CHECK-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           MOVE 2 TO WS-ACCOUNT-COUNT
           MOVE ACCOUNT-FROM (WS-ENTRY-INDEX) TO WS-ACC-TEXT (1)
           MOVE ACCOUNT-TO (WS-ENTRY-INDEX) TO WS-ACC-TEXT (2)
           PERFORM VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
               UNTIL WS-ACCOUNT-INDEX > 2
               MOVE 0 TO WS-CUSTOMER-ID
               MOVE WS-ACC-TEXT (WS-ACCOUNT-INDEX) TO WS-ACCT-TEXT
               PERFORM 8000-ACCOUNT-TO-NUMBER
               IF WS-ACCT-NUMERIC
                   PERFORM 8100-ACCOUNT-CUSTOMER
               END-IF
               PERFORM 8200-CUSTOMER-ENTERPRISE
               MOVE WS-ENTERPRISE-ID
                   TO WS-ACC-ENTERPRISE (WS-ACCOUNT-INDEX)
           END-PERFORM
           MOVE AMOUNT (WS-ENTRY-INDEX) TO WS-HIT-AMOUNT
           INITIALIZE RELATED-PARTY-HIT
           SET RPH-LEDGER-FEED TO TRUE
           MOVE ENTRY-ID (WS-ENTRY-INDEX) TO RPH-TRANSACTION-REF
           MOVE BATCH-ID TO RPH-BATCH-ID
           MOVE CREATE-TS (WS-ENTRY-INDEX) (1:8) TO RPH-PROCESSING-DATE
           MOVE ENTRY-TYPE (WS-ENTRY-INDEX) TO RPH-TRANSACTION-TYPE
           IF USER-ID (WS-ENTRY-INDEX) NOT = SPACES
               MOVE USER-ID (WS-ENTRY-INDEX) TO WS-CHECK-USER
               IF APPROVED-BY (WS-ENTRY-INDEX) =
                       USER-ID (WS-ENTRY-INDEX)
                   MOVE 'X' TO WS-CHECK-ROLE
               ELSE
                   MOVE 'E' TO WS-CHECK-ROLE
               END-IF
               PERFORM 4000-CHECK-USER
           END-IF
           IF APPROVED-BY (WS-ENTRY-INDEX) NOT = SPACES
                   AND APPROVED-BY (WS-ENTRY-INDEX)
                       NOT = USER-ID (WS-ENTRY-INDEX)
               MOVE APPROVED-BY (WS-ENTRY-INDEX) TO WS-CHECK-USER
               MOVE 'P' TO WS-CHECK-ROLE
               PERFORM 4000-CHECK-USER
           END-IF.

      *> The first account the user is related to makes the hit; a
      *> transaction raises one hit per user however many of its
      *> accounts are related.
       4000-CHECK-USER.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
               UNTIL WS-ACCOUNT-INDEX > WS-ACCOUNT-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-ACC-ENTERPRISE (WS-ACCOUNT-INDEX) NOT = 0
                   PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
                       UNTIL WS-SCAN-INDEX > WS-PARTY-COUNT
                           OR WS-ENTRY-FOUND
                       IF WS-PTY-USER (WS-SCAN-INDEX) = WS-CHECK-USER
                           AND WS-PTY-ENTERPRISE (WS-SCAN-INDEX) =
                               WS-ACC-ENTERPRISE (WS-ACCOUNT-INDEX)
                           SET WS-ENTRY-FOUND TO TRUE
                           MOVE WS-ACC-TEXT (WS-ACCOUNT-INDEX)
                               TO RPH-ACCOUNT
                           MOVE WS-PTY-ENTERPRISE (WS-SCAN-INDEX)
                               TO RPH-ENTERPRISE-ID
                           MOVE WS-PTY-RELATION (WS-SCAN-INDEX)
                               TO RPH-RELATION-TYPE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               MOVE WS-CHECK-USER TO RPH-USER-ID
               MOVE WS-CHECK-ROLE TO RPH-USER-ROLE
               MOVE WS-HIT-AMOUNT TO RPH-AMOUNT
               WRITE RELATED-PARTY-HIT
               ADD 1 TO WS-HIT-COUNT
               PERFORM 4100-ACCUMULATE-USER
           END-IF.

       4100-ACCUMULATE-USER.
           IF WS-HIT-AMOUNT < 0
               COMPUTE WS-ABS-AMOUNT = 0 - WS-HIT-AMOUNT
           ELSE
               MOVE WS-HIT-AMOUNT TO WS-ABS-AMOUNT
           END-IF
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
               UNTIL WS-SCAN-INDEX > WS-USER-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-USR-ID (WS-SCAN-INDEX) = WS-CHECK-USER
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-SCAN-INDEX TO WS-SLOT
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND AND WS-USER-COUNT < 5000
               ADD 1 TO WS-USER-COUNT
               MOVE WS-USER-COUNT TO WS-SLOT
               MOVE WS-CHECK-USER TO WS-USR-ID (WS-SLOT)
               MOVE 0 TO WS-USR-FINANCIAL (WS-SLOT)
                         WS-USR-LEDGER (WS-SLOT)
                         WS-USR-OWN (WS-SLOT)
                         WS-USR-TOTAL (WS-SLOT)
                         WS-USR-LARGEST (WS-SLOT)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF
           IF WS-ENTRY-FOUND
               IF RPH-FINANCIAL-FEED
                   ADD 1 TO WS-USR-FINANCIAL (WS-SLOT)
               ELSE
                   ADD 1 TO WS-USR-LEDGER (WS-SLOT)
               END-IF
               IF RPH-RELATION-TYPE = 'S'
                   ADD 1 TO WS-USR-OWN (WS-SLOT)
               END-IF
               ADD WS-ABS-AMOUNT TO WS-USR-TOTAL (WS-SLOT)
               IF WS-ABS-AMOUNT > WS-USR-LARGEST (WS-SLOT)
                   MOVE WS-ABS-AMOUNT TO WS-USR-LARGEST (WS-SLOT)
               END-IF
           END-IF.

       5000-WRITE-SUMMARY.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > WS-USER-COUNT
               MOVE WS-TODAY TO RPS-PROCESSING-DATE
               MOVE WS-USR-ID (WS-SLOT) TO RPS-USER-ID
               MOVE WS-USR-FINANCIAL (WS-SLOT) TO RPS-FINANCIAL-COUNT
               MOVE WS-USR-LEDGER (WS-SLOT) TO RPS-LEDGER-COUNT
               MOVE WS-USR-OWN (WS-SLOT) TO RPS-OWN-ACCOUNT-COUNT
               MOVE WS-USR-TOTAL (WS-SLOT) TO RPS-TOTAL-AMOUNT
               MOVE WS-USR-LARGEST (WS-SLOT) TO RPS-LARGEST-AMOUNT
               WRITE RELATED-PARTY-SUMMARY-LINE
           END-PERFORM.

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

       8100-ACCOUNT-CUSTOMER.
           IF WS-BRANCH-OPEN = 'Y'
               MOVE WS-ACCT-NUMBER TO ABX-ACCOUNT-NUMBER
               READ BRANCH-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ABX-CUSTOMER-ID TO WS-CUSTOMER-ID
               END-READ
           END-IF.

       8200-CUSTOMER-ENTERPRISE.
           MOVE 0 TO WS-ENTERPRISE-ID
           IF WS-CUSTOMER-ID NOT = 0
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-SCAN-INDEX > WS-XREF-COUNT
                       OR WS-ENTRY-FOUND
                   IF WS-XRF-CUSTOMER (WS-SCAN-INDEX) = WS-CUSTOMER-ID
                       SET WS-ENTRY-FOUND TO TRUE
                       MOVE WS-XRF-ENTERPRISE (WS-SCAN-INDEX)
                           TO WS-ENTERPRISE-ID
                   END-IF
               END-PERFORM
           END-IF.
