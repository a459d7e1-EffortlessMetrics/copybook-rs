      *> SARCASE - Suspicious-activity case management. Takes in the
      *> red flags every monitoring feed raises - the CTRGEN
      *> near-threshold structuring list, FRAUDVEL card alerts,
      *> AMLFRAUD ledger exceptions, SESSVEL session exceptions, the
      *> day's SANCSCRN watch-list hits, IPSCREEN session
      *> geolocation hits and RELPSCAN related-party hits - and
      *> consolidates them onto one case per subject: the enterprise
      *> identity wherever IDXREF resolves the customer, otherwise the
      *> identifier the feed carries. A feed that names an account
      *> (FRAUDVEL, AMLFRAUD) is taken to its customer through
      *> ACCTBRCH first, so a person's card and ledger alerts land on
      *> the same case as the rest. Investigator transactions then
      *> open, note, decide (file or no-file) and record the filing of
      *> cases. The run closes with the aging sweep: a case not yet
      *> filed is escalated once at 20 days and again at 30 days from
      *> its first alert, a filed case raises a continuing-activity
      *> review every 90 days, and every case decided as file goes out
      *> once on the filing extract in the regulator's field layout.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SARCASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT NEAR-FILE ASSIGN TO "CTRNEAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEAR-STATUS.
           SELECT FRAUD-FILE ASSIGN TO "FRAUDALT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FRAUD-STATUS.
           SELECT AML-FILE ASSIGN TO "AMLFRAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AML-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SESSVEL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT GEOLOCATION-FILE ASSIGN TO "IPSCRHIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEOLOCATION-STATUS.
           SELECT RELATED-PARTY-FILE ASSIGN TO "RELPHIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELATED-PARTY-STATUS.
           SELECT SCREENING-MASTER ASSIGN TO "SCRNCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCR-CASE-KEY
               FILE STATUS IS WS-SCREEN-STATUS.
           SELECT CASE-MASTER ASSIGN TO "SARMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAC-CASE-ID
               FILE STATUS IS WS-CASE-STATUS.
           SELECT INVESTIGATOR-FILE ASSIGN TO "SARTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO "SARALRT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ESCALATION-FILE ASSIGN TO "SARESCL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FILING-FILE ASSIGN TO "SARFILE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "SARREJ"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  XREF-MASTER.
           COPY identity_xref_record.
       FD  BRANCH-MASTER.
           COPY account_branch_record.
       FD  NEAR-FILE.
           COPY ctr_near_threshold_line.
       FD  FRAUD-FILE.
           COPY fraud_velocity_alert.
       FD  AML-FILE.
           COPY aml_fraud_exception_line.
       FD  SESSION-FILE.
           COPY session_velocity_exception.
       FD  GEOLOCATION-FILE.
           COPY ip_screening_hit.
       FD  RELATED-PARTY-FILE.
           COPY related_party_hit.
       FD  SCREENING-MASTER.
           COPY screening_case_record.
       FD  CASE-MASTER.
           COPY suspicious_activity_case_record.
       FD  INVESTIGATOR-FILE.
           COPY sar_investigator_transaction.
       FD  ALERT-FILE.
           COPY sar_alert_line.
       FD  ESCALATION-FILE.
           COPY sar_escalation_line.
       FD  FILING-FILE.
           COPY sar_filing_record.
       FD  REJECT-FILE.
           COPY sar_investigator_transaction
               REPLACING ==SAR-INVESTIGATOR-TRANSACTION== BY
                         ==SAR-INVESTIGATOR-REJECT==
                         LEADING ==SIT== BY ==SIX==.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-XREF-STATUS              PIC X(2).
       01  WS-BRANCH-STATUS            PIC X(2).
       01  WS-BRANCH-OPEN              PIC X(1) VALUE 'N'.
       01  WS-NEAR-STATUS              PIC X(2).
       01  WS-FRAUD-STATUS             PIC X(2).
       01  WS-AML-STATUS               PIC X(2).
       01  WS-SESSION-STATUS           PIC X(2).
       01  WS-GEOLOCATION-STATUS       PIC X(2).
       01  WS-RELATED-PARTY-STATUS     PIC X(2).
       01  WS-SCREEN-STATUS            PIC X(2).
       01  WS-CASE-STATUS              PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-CASE-STATE               PIC X(1).
           88  WS-CASE-EXISTS          VALUE 'Y'.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-NEXT-CASE-ID             PIC 9(10) VALUE 0.
      *> Filing window milestones and the continuing-activity review
      *> cycle, in calendar days.
       01  WS-FIRST-ESCALATION-DAYS    PIC 9(3) VALUE 20.
       01  WS-FINAL-ESCALATION-DAYS    PIC 9(3) VALUE 30.
       01  WS-REVIEW-CYCLE-DAYS        PIC 9(3) VALUE 90.
       01  WS-DAYS-OPEN                PIC S9(5).
       01  WS-NUMERIC-ID               PIC 9(15).
       01  WS-ACCT-TEXT                PIC X(20).
       01  WS-ACCT-NUMBER              PIC 9(16).
       01  WS-ACCT-LENGTH              PIC 9(3) COMP.
      *> The alert being raised, whichever feed it came from.
       01  WS-ALERT.
           05  WS-ALERT-SOURCE         PIC X(8).
           05  WS-ALERT-SUBJECT-TYPE   PIC X(1).
           05  WS-ALERT-SUBJECT-ID     PIC X(20).
           05  WS-ALERT-REF            PIC X(20).
           05  WS-ALERT-AMOUNT         PIC 9(13)V99.
           05  WS-ALERT-CUSTOMER       PIC 9(12).
           05  WS-ALERT-ENTERPRISE     PIC 9(12).
           05  WS-ALERT-CATEGORY       PIC X(1).
               88  WS-SANCTIONS-CATEGORY VALUE 'S'.
       01  WS-XREF-INDEX               PIC 9(5) COMP.
       01  WS-XREF-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 20000 TIMES.
               10  WS-XRF-CUSTOMER     PIC 9(12).
               10  WS-XRF-ENTERPRISE   PIC 9(12).
      *> Every case still able to take alerts - all but the no-file
      *> closures - by subject.
       01  WS-ACTIVE-INDEX             PIC 9(5) COMP.
       01  WS-ACTIVE-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-ACTIVE-TABLE.
           05  WS-ACTIVE-ENTRY OCCURS 20000 TIMES.
               10  WS-ACT-SUBJECT-TYPE PIC X(1).
               10  WS-ACT-SUBJECT-ID   PIC X(20).
               10  WS-ACT-CASE-ID      PIC 9(10).
       01  WS-COUNTS.
           05  WS-ALERT-COUNT          PIC 9(7) VALUE 0.
           05  WS-NEW-CASE-COUNT       PIC 9(7) VALUE 0.
           05  WS-CONTINUING-COUNT     PIC 9(7) VALUE 0.
           05  WS-APPLIED-COUNT        PIC 9(7) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(7) VALUE 0.
           05  WS-ESCALATED-COUNT      PIC 9(7) VALUE 0.
           05  WS-REVIEW-COUNT         PIC 9(7) VALUE 0.
           05  WS-EXTRACT-COUNT        PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 1000-LOAD-IDENTITY-XREF
           OPEN I-O CASE-MASTER
           IF WS-CASE-STATUS NOT = "00"
               OPEN OUTPUT CASE-MASTER
               CLOSE CASE-MASTER
               OPEN I-O CASE-MASTER
           END-IF
           PERFORM 0100-FIND-HIGH-CASE-ID
           PERFORM 1500-LOAD-ACTIVE-CASES
           OPEN INPUT BRANCH-MASTER
           IF WS-BRANCH-STATUS = "00"
               MOVE 'Y' TO WS-BRANCH-OPEN
           END-IF
           OPEN OUTPUT ALERT-FILE
           PERFORM 2100-TAKE-NEAR-THRESHOLD
           PERFORM 2200-TAKE-FRAUD-ALERTS
           PERFORM 2300-TAKE-AML-EXCEPTIONS
           PERFORM 2400-TAKE-SESSION-EXCEPTIONS
           PERFORM 2500-TAKE-SCREENING-HITS
           PERFORM 2600-TAKE-GEOLOCATION-HITS
           PERFORM 2700-TAKE-RELATED-PARTY-HITS
           CLOSE ALERT-FILE
           IF WS-BRANCH-OPEN = 'Y'
               CLOSE BRANCH-MASTER
           END-IF
           OPEN INPUT INVESTIGATOR-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM 3000-READ-INVESTIGATOR
           PERFORM UNTIL END-OF-FILE
               PERFORM 3100-APPLY-INVESTIGATOR
               PERFORM 3000-READ-INVESTIGATOR
           END-PERFORM
           CLOSE INVESTIGATOR-FILE REJECT-FILE
           MOVE 'N' TO WS-EOF
           OPEN OUTPUT ESCALATION-FILE FILING-FILE
           PERFORM 5000-SWEEP-CASES
           CLOSE CASE-MASTER ESCALATION-FILE FILING-FILE
           DISPLAY "SARCASE: ALERTS=" WS-ALERT-COUNT
                   " NEW-CASES=" WS-NEW-CASE-COUNT
                   " CONTINUING=" WS-CONTINUING-COUNT
                   " APPLIED=" WS-APPLIED-COUNT
                   " REJECTED=" WS-REJECT-COUNT
                   " ESCALATED=" WS-ESCALATED-COUNT
                   " REVIEWS=" WS-REVIEW-COUNT
                   " EXTRACTED=" WS-EXTRACT-COUNT
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

      *> New cases number on from the highest case on the master.
       0100-FIND-HIGH-CASE-ID.
           MOVE HIGH-VALUES TO SAC-CASE-ID
           START CASE-MASTER KEY IS LESS THAN SAC-CASE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CASE-MASTER PREVIOUS
                       AT END CONTINUE
                       NOT AT END
                           MOVE SAC-CASE-ID TO WS-NEXT-CASE-ID
                   END-READ
           END-START.

      *> Customer to enterprise identity, for the feeds that carry a
      *> CUSTOMER-ID.
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

       1500-LOAD-ACTIVE-CASES.
           MOVE 0 TO SAC-CASE-ID
           START CASE-MASTER KEY IS NOT LESS THAN SAC-CASE-ID
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE
               READ CASE-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF NOT SAC-DECIDED-NO-FILE
                               AND WS-ACTIVE-COUNT < 20000
                           ADD 1 TO WS-ACTIVE-COUNT
                           MOVE SAC-SUBJECT-TYPE
                               TO WS-ACT-SUBJECT-TYPE (WS-ACTIVE-COUNT)
                           MOVE SAC-SUBJECT-ID
                               TO WS-ACT-SUBJECT-ID (WS-ACTIVE-COUNT)
                           MOVE SAC-CASE-ID
                               TO WS-ACT-CASE-ID (WS-ACTIVE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF.

      *> A near-threshold customer is the enterprise identity when
      *> IDXREF links one, the bare CUSTOMER-ID otherwise.
       2100-TAKE-NEAR-THRESHOLD.
           OPEN INPUT NEAR-FILE
           IF WS-NEAR-STATUS = "00"
               PERFORM 2110-READ-NEAR
               PERFORM UNTIL END-OF-FILE
                   INITIALIZE WS-ALERT
                   MOVE "CTRGEN" TO WS-ALERT-SOURCE
                   MOVE CTN-CUSTOMER-ID TO WS-ALERT-CUSTOMER
                   PERFORM 2800-RESOLVE-CUSTOMER
                   MOVE CTN-CUSTOMER-ID TO WS-ALERT-REF
                   MOVE CTN-AGGREGATE-TOTAL TO WS-ALERT-AMOUNT
                   PERFORM 2900-RAISE-ALERT
                   PERFORM 2110-READ-NEAR
               END-PERFORM
               CLOSE NEAR-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       2110-READ-NEAR.
           READ NEAR-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> Only the scored header line is an alert; the detail lines
      *> under it are its evidence. The scored account is raised
      *> against its customer where ACCTBRCH knows one.
       2200-TAKE-FRAUD-ALERTS.
           OPEN INPUT FRAUD-FILE
           IF WS-FRAUD-STATUS = "00"
               PERFORM 2210-READ-FRAUD
               PERFORM UNTIL END-OF-FILE
                   IF FVA-ALERT-HEADER
                       INITIALIZE WS-ALERT
                       MOVE "FRAUDVEL" TO WS-ALERT-SOURCE
                       MOVE 'K' TO WS-ALERT-SUBJECT-TYPE
                       MOVE FVA-RECORD-ID TO WS-NUMERIC-ID
                       MOVE WS-NUMERIC-ID TO WS-ALERT-SUBJECT-ID
                       MOVE WS-NUMERIC-ID TO WS-ALERT-REF
                       MOVE WS-NUMERIC-ID TO WS-ACCT-NUMBER
                       PERFORM 2850-RESOLVE-ACCOUNT
                       PERFORM 2900-RAISE-ALERT
                   END-IF
                   PERFORM 2210-READ-FRAUD
               END-PERFORM
               CLOSE FRAUD-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       2210-READ-FRAUD.
           READ FRAUD-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2300-TAKE-AML-EXCEPTIONS.
           OPEN INPUT AML-FILE
           IF WS-AML-STATUS = "00"
               PERFORM 2310-READ-AML
               PERFORM UNTIL END-OF-FILE
                   INITIALIZE WS-ALERT
                   MOVE "AMLFRAUD" TO WS-ALERT-SOURCE
                   MOVE 'A' TO WS-ALERT-SUBJECT-TYPE
                   MOVE AFE-ACCOUNT-FROM TO WS-ALERT-SUBJECT-ID
                   MOVE AFE-ENTRY-ID TO WS-ALERT-REF
                   MOVE AFE-ACCOUNT-FROM TO WS-ACCT-TEXT
                   PERFORM 2860-ACCOUNT-TO-NUMBER
                   IF WS-ACCT-NUMBER > 0
                       PERFORM 2850-RESOLVE-ACCOUNT
                   END-IF
                   IF AFE-AMOUNT < 0
                       COMPUTE WS-ALERT-AMOUNT = 0 - AFE-AMOUNT
                   ELSE
                       MOVE AFE-AMOUNT TO WS-ALERT-AMOUNT
                   END-IF
                   PERFORM 2900-RAISE-ALERT
                   PERFORM 2310-READ-AML
               END-PERFORM
               CLOSE AML-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       2310-READ-AML.
           READ AML-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> Session exceptions are raised against the operator whose
      *> activity tripped the profile.
       2400-TAKE-SESSION-EXCEPTIONS.
           OPEN INPUT SESSION-FILE
           IF WS-SESSION-STATUS = "00"
               PERFORM 2410-READ-SESSION
               PERFORM UNTIL END-OF-FILE
                   INITIALIZE WS-ALERT
                   MOVE "SESSVEL" TO WS-ALERT-SOURCE
                   MOVE 'U' TO WS-ALERT-SUBJECT-TYPE
                   MOVE SVX-USER-ID TO WS-ALERT-SUBJECT-ID
                   MOVE SVX-SESSION-ID TO WS-ALERT-REF
                   IF SVX-TOTAL-AMOUNT < 0
                       COMPUTE WS-ALERT-AMOUNT = 0 - SVX-TOTAL-AMOUNT
                   ELSE
                       MOVE SVX-TOTAL-AMOUNT TO WS-ALERT-AMOUNT
                   END-IF
                   PERFORM 2900-RAISE-ALERT
                   PERFORM 2410-READ-SESSION
               END-PERFORM
               CLOSE SESSION-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       2410-READ-SESSION.
           READ SESSION-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> The screening master holds every hit ever opened; only the
      *> hits opened today are new alerts, raised against the party
      *> value the watch list matched.
       2500-TAKE-SCREENING-HITS.
           OPEN INPUT SCREENING-MASTER
           IF WS-SCREEN-STATUS = "00"
               MOVE LOW-VALUES TO SCR-CASE-KEY
               START SCREENING-MASTER
                   KEY IS NOT LESS THAN SCR-CASE-KEY
                   INVALID KEY SET END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL END-OF-FILE
                   READ SCREENING-MASTER NEXT
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF SCR-OPENED-DATE = WS-TODAY
                               PERFORM 2510-RAISE-SCREENING-HIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCREENING-MASTER
               MOVE 'N' TO WS-EOF
           END-IF.

       2510-RAISE-SCREENING-HIT.
           INITIALIZE WS-ALERT
           MOVE "SANCSCRN" TO WS-ALERT-SOURCE
           MOVE 'P' TO WS-ALERT-SUBJECT-TYPE
           MOVE SCR-MATCHED-VALUE TO WS-ALERT-SUBJECT-ID
           MOVE SCR-TRANS-ID TO WS-ALERT-REF
           PERFORM 2900-RAISE-ALERT.

      *> Geolocation hits are raised against the operator whose
      *> session carried the address; a sanctioned-jurisdiction hit
      *> counts as sanctions activity, the rest as insider activity
      *> like the session velocity exceptions.
       2600-TAKE-GEOLOCATION-HITS.
           OPEN INPUT GEOLOCATION-FILE
           IF WS-GEOLOCATION-STATUS = "00"
               PERFORM 2610-READ-GEOLOCATION
               PERFORM UNTIL END-OF-FILE
                   INITIALIZE WS-ALERT
                   MOVE "IPSCREEN" TO WS-ALERT-SOURCE
                   MOVE 'U' TO WS-ALERT-SUBJECT-TYPE
                   MOVE IPH-USER-ID TO WS-ALERT-SUBJECT-ID
                   MOVE IPH-ENTRY-ID TO WS-ALERT-REF
                   IF IPH-SANCTIONED
                       SET WS-SANCTIONS-CATEGORY TO TRUE
                   END-IF
                   IF IPH-AMOUNT < 0
                       COMPUTE WS-ALERT-AMOUNT = 0 - IPH-AMOUNT
                   ELSE
                       MOVE IPH-AMOUNT TO WS-ALERT-AMOUNT
                   END-IF
                   PERFORM 2900-RAISE-ALERT
                   PERFORM 2610-READ-GEOLOCATION
               END-PERFORM
               CLOSE GEOLOCATION-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       2610-READ-GEOLOCATION.
           READ GEOLOCATION-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> Related-party hits are raised against the employee who
      *> worked the transaction, as insider activity.
       2700-TAKE-RELATED-PARTY-HITS.
           OPEN INPUT RELATED-PARTY-FILE
           IF WS-RELATED-PARTY-STATUS = "00"
               PERFORM 2710-READ-RELATED-PARTY
               PERFORM UNTIL END-OF-FILE
                   INITIALIZE WS-ALERT
                   MOVE "RELPSCAN" TO WS-ALERT-SOURCE
                   MOVE 'U' TO WS-ALERT-SUBJECT-TYPE
                   MOVE RPH-USER-ID TO WS-ALERT-SUBJECT-ID
                   MOVE RPH-TRANSACTION-REF TO WS-ALERT-REF
                   IF RPH-AMOUNT < 0
                       COMPUTE WS-ALERT-AMOUNT = 0 - RPH-AMOUNT
                   ELSE
                       MOVE RPH-AMOUNT TO WS-ALERT-AMOUNT
                   END-IF
                   PERFORM 2900-RAISE-ALERT
                   PERFORM 2710-READ-RELATED-PARTY
               END-PERFORM
               CLOSE RELATED-PARTY-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       2710-READ-RELATED-PARTY.
           READ RELATED-PARTY-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2800-RESOLVE-CUSTOMER.
           MOVE 'C' TO WS-ALERT-SUBJECT-TYPE
           MOVE WS-ALERT-CUSTOMER TO WS-ALERT-SUBJECT-ID
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-XREF-INDEX FROM 1 BY 1
               UNTIL WS-XREF-INDEX > WS-XREF-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-XRF-CUSTOMER (WS-XREF-INDEX) = WS-ALERT-CUSTOMER
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-XRF-ENTERPRISE (WS-XREF-INDEX)
                       TO WS-ALERT-ENTERPRISE
                   MOVE 'E' TO WS-ALERT-SUBJECT-TYPE
                   MOVE WS-ALERT-ENTERPRISE TO WS-ALERT-SUBJECT-ID
               END-IF
           END-PERFORM.

      *> An account alert keeps the subject its feed gave it unless
      *> ACCTBRCH names the account's customer; that customer is
      *> then resolved like any other.
       2850-RESOLVE-ACCOUNT.
           IF WS-BRANCH-OPEN = 'Y'
               MOVE WS-ACCT-NUMBER TO ABX-ACCOUNT-NUMBER
               READ BRANCH-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ABX-CUSTOMER-ID > 0
                           MOVE ABX-CUSTOMER-ID TO WS-ALERT-CUSTOMER
                           PERFORM 2800-RESOLVE-CUSTOMER
                       END-IF
               END-READ
           END-IF.

       2860-ACCOUNT-TO-NUMBER.
           MOVE 0 TO WS-ACCT-NUMBER WS-ACCT-LENGTH
           INSPECT WS-ACCT-TEXT TALLYING WS-ACCT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ACCT-LENGTH > 0 AND WS-ACCT-LENGTH NOT > 16
               IF WS-ACCT-TEXT (1:WS-ACCT-LENGTH) IS NUMERIC
                   MOVE WS-ACCT-TEXT (1:WS-ACCT-LENGTH)
                       TO WS-ACCT-NUMBER
               END-IF
           END-IF.

      *> An alert joins the subject's case if one can still take it -
      *> as continuing activity once that case is filed - and opens a
      *> new case otherwise.
       2900-RAISE-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-ACTIVE-INDEX FROM 1 BY 1
               UNTIL WS-ACTIVE-INDEX > WS-ACTIVE-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-ACT-SUBJECT-TYPE (WS-ACTIVE-INDEX) =
                       WS-ALERT-SUBJECT-TYPE
                   AND WS-ACT-SUBJECT-ID (WS-ACTIVE-INDEX) =
                       WS-ALERT-SUBJECT-ID
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-ACT-CASE-ID (WS-ACTIVE-INDEX)
                       TO SAC-CASE-ID
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-CASE-STATE
           IF WS-ENTRY-FOUND
               READ CASE-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-CASE-EXISTS TO TRUE
               END-READ
           END-IF
           IF WS-CASE-EXISTS
               IF SAC-FILED
                   ADD 1 TO SAC-CONTINUING-ALERTS
                   SET SAA-CONTINUING TO TRUE
                   ADD 1 TO WS-CONTINUING-COUNT
               ELSE
                   SET SAA-ADDED-TO-CASE TO TRUE
               END-IF
               PERFORM 2950-ACCUMULATE-ALERT
               REWRITE SUSPICIOUS-ACTIVITY-CASE-RECORD
           ELSE
               PERFORM 2920-OPEN-CASE
               SET SAA-NEW-CASE TO TRUE
               PERFORM 2950-ACCUMULATE-ALERT
               WRITE SUSPICIOUS-ACTIVITY-CASE-RECORD
           END-IF
           PERFORM 2990-WRITE-ALERT-LINE.

       2920-OPEN-CASE.
           ADD 1 TO WS-NEXT-CASE-ID
           INITIALIZE SUSPICIOUS-ACTIVITY-CASE-RECORD
           MOVE WS-NEXT-CASE-ID       TO SAC-CASE-ID
           MOVE WS-ALERT-SUBJECT-TYPE TO SAC-SUBJECT-TYPE
           MOVE WS-ALERT-SUBJECT-ID   TO SAC-SUBJECT-ID
           SET SAC-ALERTED TO TRUE
           MOVE WS-TODAY              TO SAC-OPENED-DATE
                                         SAC-FIRST-ALERT-DATE
           MOVE 'N' TO SAC-CTR-NEAR-FLAG SAC-CARD-FRAUD-FLAG
                       SAC-LEDGER-AML-FLAG SAC-SESSION-FLAG
                       SAC-SANCTIONS-FLAG
           MOVE WS-ALERT-ENTERPRISE   TO SAC-ENTERPRISE-ID
           MOVE WS-ALERT-CUSTOMER     TO SAC-CUSTOMER-ID
           ADD 1 TO WS-NEW-CASE-COUNT
           IF WS-ACTIVE-COUNT < 20000
               ADD 1 TO WS-ACTIVE-COUNT
               MOVE SAC-SUBJECT-TYPE
                   TO WS-ACT-SUBJECT-TYPE (WS-ACTIVE-COUNT)
               MOVE SAC-SUBJECT-ID
                   TO WS-ACT-SUBJECT-ID (WS-ACTIVE-COUNT)
               MOVE SAC-CASE-ID
                   TO WS-ACT-CASE-ID (WS-ACTIVE-COUNT)
           END-IF.

       2950-ACCUMULATE-ALERT.
           ADD 1 TO SAC-ALERT-COUNT
           ADD WS-ALERT-AMOUNT TO SAC-ALERT-AMOUNT
           MOVE WS-TODAY TO SAC-LAST-ALERT-DATE
           EVALUATE WS-ALERT-SOURCE
               WHEN "CTRGEN"
                   MOVE 'Y' TO SAC-CTR-NEAR-FLAG
               WHEN "FRAUDVEL"
                   MOVE 'Y' TO SAC-CARD-FRAUD-FLAG
               WHEN "AMLFRAUD"
                   MOVE 'Y' TO SAC-LEDGER-AML-FLAG
               WHEN "SESSVEL"
                   MOVE 'Y' TO SAC-SESSION-FLAG
               WHEN "SANCSCRN"
                   MOVE 'Y' TO SAC-SANCTIONS-FLAG
               WHEN "IPSCREEN"
                   IF WS-SANCTIONS-CATEGORY
                       MOVE 'Y' TO SAC-SANCTIONS-FLAG
                   ELSE
                       MOVE 'Y' TO SAC-SESSION-FLAG
                   END-IF
               WHEN "RELPSCAN"
                   MOVE 'Y' TO SAC-SESSION-FLAG
           END-EVALUATE.

       2990-WRITE-ALERT-LINE.
           MOVE WS-TODAY              TO SAA-ALERT-DATE
           MOVE WS-ALERT-SOURCE       TO SAA-SOURCE-PROGRAM
           MOVE SAC-CASE-ID           TO SAA-CASE-ID
           MOVE SAC-SUBJECT-TYPE      TO SAA-SUBJECT-TYPE
           MOVE SAC-SUBJECT-ID        TO SAA-SUBJECT-ID
           MOVE WS-ALERT-REF          TO SAA-ALERT-REF
           MOVE WS-ALERT-AMOUNT       TO SAA-ALERT-AMOUNT
           WRITE SAR-ALERT-LINE.

       3000-READ-INVESTIGATOR.
           READ INVESTIGATOR-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3100-APPLY-INVESTIGATOR.
           MOVE 'N' TO WS-CASE-STATE
           MOVE SIT-CASE-ID TO SAC-CASE-ID
           READ CASE-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-CASE-EXISTS TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-CASE-EXISTS
                   PERFORM 9000-WRITE-REJECT
               WHEN SIT-INVESTIGATOR = SPACES
                   PERFORM 9000-WRITE-REJECT
               WHEN SIT-OPEN AND SAC-ALERTED
                   SET SAC-INVESTIGATING TO TRUE
                   MOVE SIT-INVESTIGATOR TO SAC-INVESTIGATOR
                   MOVE WS-TODAY TO SAC-INVESTIGATION-DATE
                   PERFORM 3900-APPLY-CASE-CHANGE
               WHEN SIT-NOTE AND NOT SAC-DECIDED-NO-FILE
                   ADD 1 TO SAC-NOTE-COUNT
                   MOVE WS-TODAY TO SAC-LAST-NOTE-DATE
                   MOVE SIT-NOTE-TEXT TO SAC-LAST-NOTE
                   PERFORM 3900-APPLY-CASE-CHANGE
               WHEN SIT-DECIDE
                   PERFORM 3200-DECIDE-CASE
               WHEN SIT-FILED AND SAC-DECIDED-FILE
                       AND SIT-FILING-REF NOT = SPACES
                   PERFORM 3300-RECORD-FILING
               WHEN OTHER
                   PERFORM 9000-WRITE-REJECT
           END-EVALUATE.

      *> A decision comes out of an investigation, or out of a filed
      *> case's continuing-activity review; a file decision must carry
      *> the narrative the filing goes out with.
       3200-DECIDE-CASE.
           EVALUATE TRUE
               WHEN NOT SAC-INVESTIGATING AND NOT SAC-FILED
                   PERFORM 9000-WRITE-REJECT
               WHEN SIT-DECIDE-FILE AND SIT-NOTE-TEXT = SPACES
                   PERFORM 9000-WRITE-REJECT
               WHEN SIT-DECIDE-FILE
                   SET SAC-DECIDED-FILE TO TRUE
                   MOVE SIT-NOTE-TEXT TO SAC-NARRATIVE
                   MOVE 0 TO SAC-EXTRACT-DATE
                   PERFORM 3250-STAMP-DECISION
               WHEN SIT-DECIDE-NO-FILE AND SAC-FILED
                   MOVE 0 TO SAC-CONTINUING-ALERTS
                   PERFORM 3250-STAMP-DECISION
               WHEN SIT-DECIDE-NO-FILE
                   SET SAC-DECIDED-NO-FILE TO TRUE
                   PERFORM 3250-STAMP-DECISION
               WHEN OTHER
                   PERFORM 9000-WRITE-REJECT
           END-EVALUATE.

       3250-STAMP-DECISION.
           MOVE SIT-INVESTIGATOR TO SAC-DECIDED-BY
           MOVE WS-TODAY TO SAC-DECISION-DATE
           PERFORM 3900-APPLY-CASE-CHANGE.

      *> The continuing-activity review clock restarts from every
      *> filing.
       3300-RECORD-FILING.
           SET SAC-FILED TO TRUE
           MOVE SIT-FILING-REF TO SAC-FILING-REF
           MOVE WS-TODAY TO SAC-FILED-DATE
           ADD 1 TO SAC-FILING-COUNT
           MOVE 0 TO SAC-CONTINUING-ALERTS
           COMPUTE SAC-NEXT-REVIEW-DATE =
               FUNCTION DATE-OF-INTEGER (
                   FUNCTION INTEGER-OF-DATE (WS-TODAY)
                   + WS-REVIEW-CYCLE-DAYS)
           PERFORM 3900-APPLY-CASE-CHANGE.

       3900-APPLY-CASE-CHANGE.
           REWRITE SUSPICIOUS-ACTIVITY-CASE-RECORD
           ADD 1 TO WS-APPLIED-COUNT.

       5000-SWEEP-CASES.
           MOVE 0 TO SAC-CASE-ID
           START CASE-MASTER KEY IS NOT LESS THAN SAC-CASE-ID
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE
               READ CASE-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 5100-AGE-CASE
               END-READ
           END-PERFORM.

      *> The filing window runs from the first alert and applies to a
      *> case's first filing only; each milestone escalates once.
       5100-AGE-CASE.
           MOVE SPACES TO SAE-EVENT-TYPE
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
               - FUNCTION INTEGER-OF-DATE (SAC-FIRST-ALERT-DATE)
           EVALUATE TRUE
               WHEN SAC-AWAITING-FILING AND SAC-FILING-COUNT = 0
                       AND WS-DAYS-OPEN >= WS-FINAL-ESCALATION-DAYS
                       AND NOT SAC-ESCALATED-30
                   SET SAC-ESCALATED-30 TO TRUE
                   SET SAE-DAY-30 TO TRUE
                   ADD 1 TO WS-ESCALATED-COUNT
               WHEN SAC-AWAITING-FILING AND SAC-FILING-COUNT = 0
                       AND WS-DAYS-OPEN >= WS-FIRST-ESCALATION-DAYS
                       AND SAC-NOT-ESCALATED
                   SET SAC-ESCALATED-20 TO TRUE
                   SET SAE-DAY-20 TO TRUE
                   ADD 1 TO WS-ESCALATED-COUNT
               WHEN SAC-FILED AND SAC-NEXT-REVIEW-DATE NOT > WS-TODAY
                   SET SAE-CONTINUING-REVIEW TO TRUE
                   COMPUTE SAC-NEXT-REVIEW-DATE =
                       FUNCTION DATE-OF-INTEGER (
                           FUNCTION INTEGER-OF-DATE
                               (SAC-NEXT-REVIEW-DATE)
                           + WS-REVIEW-CYCLE-DAYS)
                   ADD 1 TO WS-REVIEW-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF SAE-EVENT-TYPE NOT = SPACES
               PERFORM 5200-WRITE-ESCALATION
           END-IF
           IF SAC-DECIDED-FILE AND SAC-EXTRACT-DATE = 0
               PERFORM 5300-WRITE-FILING-EXTRACT
           END-IF
           IF SAE-EVENT-TYPE NOT = SPACES
                   OR SAC-EXTRACT-DATE = WS-TODAY
               REWRITE SUSPICIOUS-ACTIVITY-CASE-RECORD
           END-IF.

       5200-WRITE-ESCALATION.
           MOVE WS-TODAY              TO SAE-RUN-DATE
           MOVE SAC-CASE-ID           TO SAE-CASE-ID
           MOVE SAC-SUBJECT-TYPE      TO SAE-SUBJECT-TYPE
           MOVE SAC-SUBJECT-ID        TO SAE-SUBJECT-ID
           MOVE SAC-CASE-STATUS       TO SAE-CASE-STATUS
           MOVE WS-DAYS-OPEN          TO SAE-DAYS-OPEN
           MOVE SAC-ALERT-COUNT       TO SAE-ALERT-COUNT
           MOVE SAC-CONTINUING-ALERTS TO SAE-CONTINUING-ALERTS
           MOVE SAC-INVESTIGATOR      TO SAE-INVESTIGATOR
           WRITE SAR-ESCALATION-LINE.

      *> A case filed before goes out as a continuing report citing
      *> the prior filing; the category boxes follow the feeds that
      *> raised the case's alerts.
       5300-WRITE-FILING-EXTRACT.
           INITIALIZE SAR-FILING-RECORD
           MOVE 'SA' TO SFR-RECORD-TYPE
           IF SAC-FILING-COUNT = 0
               SET SFR-INITIAL-REPORT TO TRUE
           ELSE
               SET SFR-CONTINUING-REPORT TO TRUE
               MOVE SAC-FILING-REF TO SFR-PRIOR-FILING-REF
           END-IF
           MOVE SAC-CASE-ID           TO SFR-FILER-CASE-ID
           MOVE WS-TODAY              TO SFR-PREPARED-DATE
           MOVE SAC-SUBJECT-TYPE      TO SFR-SUBJECT-TYPE
           MOVE SAC-SUBJECT-ID        TO SFR-SUBJECT-ID
           MOVE SAC-ENTERPRISE-ID     TO SFR-ENTERPRISE-ID
           MOVE SAC-CUSTOMER-ID       TO SFR-CUSTOMER-ID
           MOVE SAC-FIRST-ALERT-DATE  TO SFR-ACTIVITY-FROM-DATE
           MOVE SAC-LAST-ALERT-DATE   TO SFR-ACTIVITY-TO-DATE
           MOVE SAC-ALERT-AMOUNT      TO SFR-TOTAL-AMOUNT
           MOVE SAC-ALERT-COUNT       TO SFR-ALERT-COUNT
           MOVE SAC-CTR-NEAR-FLAG     TO SFR-STRUCTURING
           MOVE SAC-CARD-FRAUD-FLAG   TO SFR-CARD-FRAUD
           MOVE SAC-LEDGER-AML-FLAG   TO SFR-MONEY-LAUNDERING
           MOVE SAC-SESSION-FLAG      TO SFR-INSIDER-ABUSE
           MOVE SAC-SANCTIONS-FLAG    TO SFR-SANCTIONS
           MOVE SAC-DECIDED-BY        TO SFR-DECIDED-BY
           MOVE SAC-DECISION-DATE     TO SFR-DECISION-DATE
           MOVE SAC-NARRATIVE         TO SFR-NARRATIVE
           WRITE SAR-FILING-RECORD
           MOVE WS-TODAY TO SAC-EXTRACT-DATE
           ADD 1 TO WS-EXTRACT-COUNT.

       9000-WRITE-REJECT.
           MOVE SAR-INVESTIGATOR-TRANSACTION
               TO SAR-INVESTIGATOR-REJECT
           WRITE SAR-INVESTIGATOR-REJECT
           ADD 1 TO WS-REJECT-COUNT.
