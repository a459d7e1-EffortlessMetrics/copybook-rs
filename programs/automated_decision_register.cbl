      *> ADRREG - Automated decision register. Takes in the decisions
      *> CLADJUST, REPRICE and RISKRTE took with no person involved
      *> (their decision files concatenated) and keeps each on the
      *> register for the regulatory retention period, writing an
      *> adverse action notice with the principal reasons for every
      *> unfavourable credit decision as it arrives. Human-review
      *> requests reach it from RIGHTREG on the routing extract: the
      *> requester's DATA-SUBJECT-ID is taken through IDXREF to the
      *> CUSTOMER-ID the deciding programs register under, and that
      *> customer's decisions - or just the named program's - go
      *> under review and onto the reviewer worklist. Reviewer
      *> outcomes then uphold or override; an override is extracted
      *> every run while it holds so the deciding program applies it
      *> in place of its own rule, and a request whose decisions are
      *> all answered posts its completion back to RIGHTREG. Rows
      *> past retention with nothing pending drop off the register.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADRREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO "ADRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT DECISION-MASTER ASSIGN TO "ADRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-DECISION-KEY OF DECISION-MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT XREF-MASTER ASSIGN TO "IDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-ENTERPRISE-ID
               FILE STATUS IS WS-XREF-STATUS.
           SELECT ROUTING-FILE ASSIGN TO "RIGHTRTE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTING-STATUS.
           SELECT OUTCOME-FILE ASSIGN TO "ADRRVTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTCOME-STATUS.
           SELECT WORKLIST-FILE ASSIGN TO "ADRREVW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NOTICE-FILE ASSIGN TO "ADRNOTC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OVERRIDE-FILE ASSIGN TO "ADROVRD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT COMPLETION-FILE ASSIGN TO "ADRRCMP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "ADRREJ"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE.
           COPY automated_decision_record.
       FD  DECISION-MASTER.
           COPY automated_decision_record
               REPLACING ==AUTOMATED-DECISION-RECORD==
                      BY ==DECISION-MASTER-RECORD==.
       FD  XREF-MASTER.
           COPY identity_xref_record.
       FD  ROUTING-FILE.
           COPY rights_routing_line.
       FD  OUTCOME-FILE.
           COPY decision_review_transaction.
       FD  WORKLIST-FILE.
           COPY decision_review_line.
       FD  NOTICE-FILE.
           COPY adverse_action_notice.
       FD  OVERRIDE-FILE.
           COPY decision_override_record.
       FD  COMPLETION-FILE.
           COPY rights_completion_record.
       FD  REJECT-FILE.
           COPY decision_review_transaction
               REPLACING ==DECISION-REVIEW-TRANSACTION==
                      BY ==REJECTED-REVIEW-TRANSACTION==
                         LEADING ==DRV== BY ==RJD==.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-DECISION-STATUS          PIC X(2).
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-ROUTING-STATUS           PIC X(2).
       01  WS-XREF-STATUS              PIC X(2).
       01  WS-XREF-FILE                PIC X(1) VALUE 'N'.
           88  WS-XREF-OPEN            VALUE 'Y'.
       01  WS-OUTCOME-STATUS           PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-XREF-EOF                 PIC X(1) VALUE 'N'.
           88  END-OF-XREF             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
      *> Decisions are kept seven years from the day they were taken;
      *> an override with no end date given holds for a year.
       01  WS-RETENTION-DAYS           PIC 9(5) VALUE 2557.
       01  WS-OVERRIDE-DAYS            PIC 9(3) VALUE 365.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-ROW-STATE                PIC X(1).
           88  WS-ROW-FOUND            VALUE 'Y'.
       01  WS-VALID-STATE              PIC X(1).
           88  WS-OUTCOME-VALID        VALUE 'Y'.
       01  WS-SUBJECT-ID               PIC 9(12).
       01  WS-MATCHED-COUNT            PIC 9(5).
       01  WS-REASON-INDEX             PIC 9(1) COMP.
       01  WS-TEXT-INDEX               PIC 9(2) COMP.
       01  WS-REASON-VALUES.
           05  FILLER                  PIC X(42) VALUE
               'LSCredit score below our qualifying level'.
           05  FILLER                  PIC X(42) VALUE
               'HSCredit score at or above strong level'.
           05  FILLER                  PIC X(42) VALUE
               'HUBalance high relative to credit limit'.
           05  FILLER                  PIC X(42) VALUE
               'LULow use of available credit'.
           05  FILLER                  PIC X(42) VALUE
               'SBRate set by credit score band'.
           05  FILLER                  PIC X(42) VALUE
               'HRAccount risk profile rated high'.
           05  FILLER                  PIC X(42) VALUE
               'RSAccount risk profile restricted'.
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  WS-REASON-ENTRY OCCURS 7 TIMES.
               10  WS-RSN-CODE         PIC X(2).
               10  WS-RSN-TEXT         PIC X(40).
       01  WS-REQ-INDEX                PIC 9(5) COMP.
       01  WS-PEND-INDEX               PIC 9(5) COMP.
       01  WS-ANSWERED-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-PENDING-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-ANSWERED-TABLE.
           05  WS-ANSWERED-REQUEST OCCURS 5000 TIMES PIC 9(10).
       01  WS-PENDING-TABLE.
           05  WS-PENDING-REQUEST OCCURS 5000 TIMES PIC 9(10).
       01  WS-COUNTS.
           05  WS-DECISION-COUNT       PIC 9(9) VALUE 0.
           05  WS-DUPLICATE-COUNT      PIC 9(9) VALUE 0.
           05  WS-NOTICE-COUNT         PIC 9(9) VALUE 0.
           05  WS-REQUEST-COUNT        PIC 9(7) VALUE 0.
           05  WS-UNDER-REVIEW-COUNT   PIC 9(7) VALUE 0.
           05  WS-UPHELD-COUNT         PIC 9(7) VALUE 0.
           05  WS-OVERRIDDEN-COUNT     PIC 9(7) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(7) VALUE 0.
           05  WS-COMPLETED-COUNT      PIC 9(7) VALUE 0.
           05  WS-PURGED-COUNT         PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           OPEN I-O DECISION-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               OPEN OUTPUT DECISION-MASTER
               CLOSE DECISION-MASTER
               OPEN I-O DECISION-MASTER
           END-IF
           OPEN OUTPUT WORKLIST-FILE NOTICE-FILE OVERRIDE-FILE
                       COMPLETION-FILE REJECT-FILE
           PERFORM 1000-REGISTER-DECISIONS
           PERFORM 2000-OPEN-REVIEW-REQUESTS
           PERFORM 3000-APPLY-REVIEW-OUTCOMES
           PERFORM 4000-SWEEP-REGISTER
           PERFORM 5000-POST-COMPLETIONS
           CLOSE DECISION-MASTER WORKLIST-FILE NOTICE-FILE
                 OVERRIDE-FILE COMPLETION-FILE REJECT-FILE
           DISPLAY "ADRREG: DECISIONS=" WS-DECISION-COUNT
                   " DUPLICATES=" WS-DUPLICATE-COUNT
                   " NOTICES=" WS-NOTICE-COUNT
                   " REQUESTS=" WS-REQUEST-COUNT
                   " UNDER-REVIEW=" WS-UNDER-REVIEW-COUNT
                   " UPHELD=" WS-UPHELD-COUNT
                   " OVERRIDDEN=" WS-OVERRIDDEN-COUNT
                   " REJECTED=" WS-REJECTED-COUNT
                   " COMPLETED=" WS-COMPLETED-COUNT
                   " PURGED=" WS-PURGED-COUNT
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

      *> A decision file that is absent means the deciding programs
      *> did not run; a decision already on the register is a rerun
      *> and is counted, not stored twice.
       1000-REGISTER-DECISIONS.
           OPEN INPUT DECISION-FILE
           IF WS-DECISION-STATUS = "00"
               PERFORM 1100-READ-DECISION
               PERFORM UNTIL END-OF-FILE
                   PERFORM 1200-STORE-DECISION
                   PERFORM 1100-READ-DECISION
               END-PERFORM
               CLOSE DECISION-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       1100-READ-DECISION.
           READ DECISION-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1200-STORE-DECISION.
           MOVE AUTOMATED-DECISION-RECORD TO DECISION-MASTER-RECORD
           COMPUTE ADR-RETAIN-UNTIL OF DECISION-MASTER-RECORD =
               FUNCTION DATE-OF-INTEGER (
                   FUNCTION INTEGER-OF-DATE
                       (ADR-DECISION-DATE OF AUTOMATED-DECISION-RECORD)
                   + WS-RETENTION-DAYS)
           MOVE SPACE TO ADR-REVIEW-STATUS OF DECISION-MASTER-RECORD
           MOVE 0 TO ADR-REVIEW-REQUEST-ID OF DECISION-MASTER-RECORD
           MOVE SPACES TO ADR-REVIEWER-ID OF DECISION-MASTER-RECORD
           MOVE 0 TO ADR-REVIEW-DATE OF DECISION-MASTER-RECORD
           MOVE 0 TO ADR-OVERRIDE-VALUE OF DECISION-MASTER-RECORD
           MOVE 0 TO ADR-OVERRIDE-UNTIL OF DECISION-MASTER-RECORD
           WRITE DECISION-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-DECISION-COUNT
                   IF ADR-ADVERSE OF AUTOMATED-DECISION-RECORD
                       PERFORM 1300-WRITE-ADVERSE-NOTICE
                   END-IF
           END-WRITE.

       1300-WRITE-ADVERSE-NOTICE.
           INITIALIZE ADVERSE-ACTION-NOTICE
           MOVE ADR-DATA-SUBJECT-ID OF AUTOMATED-DECISION-RECORD
               TO AAN-DATA-SUBJECT-ID
           MOVE ADR-CUSTOMER-NAME OF AUTOMATED-DECISION-RECORD
               TO AAN-CUSTOMER-NAME
           MOVE ADR-PROGRAM-ID OF AUTOMATED-DECISION-RECORD
               TO AAN-PROGRAM-ID
           MOVE ADR-DECISION-DATE OF AUTOMATED-DECISION-RECORD
               TO AAN-DECISION-DATE
           MOVE ADR-DECISION-CODE OF AUTOMATED-DECISION-RECORD
               TO AAN-DECISION-CODE
           MOVE ADR-OLD-VALUE OF AUTOMATED-DECISION-RECORD
               TO AAN-OLD-VALUE
           MOVE ADR-NEW-VALUE OF AUTOMATED-DECISION-RECORD
               TO AAN-NEW-VALUE
           PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
               UNTIL WS-REASON-INDEX > 4
               MOVE ADR-REASON-CODE OF AUTOMATED-DECISION-RECORD
                   (WS-REASON-INDEX)
                   TO AAN-REASON-CODE (WS-REASON-INDEX)
               PERFORM VARYING WS-TEXT-INDEX FROM 1 BY 1
                   UNTIL WS-TEXT-INDEX > 7
                   IF WS-RSN-CODE (WS-TEXT-INDEX) =
                           AAN-REASON-CODE (WS-REASON-INDEX)
                       MOVE WS-RSN-TEXT (WS-TEXT-INDEX)
                           TO AAN-REASON-TEXT (WS-REASON-INDEX)
                   END-IF
               END-PERFORM
           END-PERFORM
           WRITE ADVERSE-ACTION-NOTICE
           ADD 1 TO WS-NOTICE-COUNT.

      *> Only requests RIGHTREG routed here are taken; an absent
      *> routing extract means none arrived.
       2000-OPEN-REVIEW-REQUESTS.
           OPEN INPUT XREF-MASTER
           IF WS-XREF-STATUS = "00"
               SET WS-XREF-OPEN TO TRUE
           END-IF
           OPEN INPUT ROUTING-FILE
           IF WS-ROUTING-STATUS = "00"
               PERFORM 2100-READ-ROUTING
               PERFORM UNTIL END-OF-FILE
                   IF RRT-ROUTED-PROGRAM = "ADRREG"
                       ADD 1 TO WS-REQUEST-COUNT
                       PERFORM 2200-OPEN-ONE-REQUEST
                   END-IF
                   PERFORM 2100-READ-ROUTING
               END-PERFORM
               CLOSE ROUTING-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           IF WS-XREF-OPEN
               CLOSE XREF-MASTER
           END-IF.

       2100-READ-ROUTING.
           READ ROUTING-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> The subject's rows sit together under the key, so the browse
      *> starts at the subject and stops at the next one. A decision
      *> already under another review stays with that review. A
      *> request that finds no decision held is answered at once.
       2200-OPEN-ONE-REQUEST.
           MOVE 0 TO WS-MATCHED-COUNT
           MOVE RRT-DATA-SUBJECT-ID TO WS-SUBJECT-ID
           PERFORM 2250-RESOLVE-CUSTOMER-ID
           MOVE LOW-VALUES TO ADR-DECISION-KEY OF DECISION-MASTER-RECORD
           MOVE WS-SUBJECT-ID
               TO ADR-DATA-SUBJECT-ID OF DECISION-MASTER-RECORD
           MOVE 'N' TO WS-MASTER-EOF
           START DECISION-MASTER
               KEY IS NOT LESS THAN
                   ADR-DECISION-KEY OF DECISION-MASTER-RECORD
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ DECISION-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       IF ADR-DATA-SUBJECT-ID OF DECISION-MASTER-RECORD
                               NOT = WS-SUBJECT-ID
                           SET END-OF-MASTER TO TRUE
                       ELSE
                           PERFORM 2300-PLACE-UNDER-REVIEW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MATCHED-COUNT = 0
               MOVE RRT-REQUEST-ID TO RCM-REQUEST-ID
               MOVE WS-TODAY TO RCM-COMPLETION-DATE
               WRITE RIGHTS-COMPLETION-RECORD
               ADD 1 TO WS-COMPLETED-COUNT
           END-IF.

      *> The cross-reference is keyed on the enterprise person ID, so
      *> the subject's row is found by sweeping for its
      *> DATA-SUBJECT-ID. A subject with no customer mapped is looked
      *> for under its own number.
       2250-RESOLVE-CUSTOMER-ID.
           IF WS-XREF-OPEN
               MOVE 'N' TO WS-XREF-EOF
               MOVE 0 TO IDX-ENTERPRISE-ID
               START XREF-MASTER
                   KEY IS NOT LESS THAN IDX-ENTERPRISE-ID
                   INVALID KEY SET END-OF-XREF TO TRUE
               END-START
               PERFORM UNTIL END-OF-XREF
                   READ XREF-MASTER NEXT
                       AT END SET END-OF-XREF TO TRUE
                       NOT AT END
                           IF IDX-DATA-SUBJECT-ID = RRT-DATA-SUBJECT-ID
                               AND IDX-CUSTOMER-ID NOT = 0
                               MOVE IDX-CUSTOMER-ID TO WS-SUBJECT-ID
                               SET END-OF-XREF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2300-PLACE-UNDER-REVIEW.
           IF (RRT-DECISION-PROGRAM = SPACES
                   OR RRT-DECISION-PROGRAM =
                       ADR-PROGRAM-ID OF DECISION-MASTER-RECORD)
                   AND NOT ADR-REVIEW-REQUESTED
                       OF DECISION-MASTER-RECORD
               SET ADR-REVIEW-REQUESTED OF DECISION-MASTER-RECORD
                   TO TRUE
               MOVE RRT-REQUEST-ID
                   TO ADR-REVIEW-REQUEST-ID OF DECISION-MASTER-RECORD
               REWRITE DECISION-MASTER-RECORD
               ADD 1 TO WS-MATCHED-COUNT
               ADD 1 TO WS-UNDER-REVIEW-COUNT
               INITIALIZE DECISION-REVIEW-LINE
               MOVE RRT-REQUEST-ID TO DRL-REQUEST-ID
               MOVE RRT-DUE-DATE TO DRL-DUE-DATE
               MOVE ADR-DATA-SUBJECT-ID OF DECISION-MASTER-RECORD
                   TO DRL-DATA-SUBJECT-ID
               MOVE ADR-PROGRAM-ID OF DECISION-MASTER-RECORD
                   TO DRL-PROGRAM-ID
               MOVE ADR-DECISION-DATE OF DECISION-MASTER-RECORD
                   TO DRL-DECISION-DATE
               MOVE ADR-REFERENCE OF DECISION-MASTER-RECORD
                   TO DRL-REFERENCE
               MOVE ADR-DECISION-CODE OF DECISION-MASTER-RECORD
                   TO DRL-DECISION-CODE
               MOVE ADR-CREDIT-SCORE OF DECISION-MASTER-RECORD
                   TO DRL-CREDIT-SCORE
               MOVE ADR-UTILIZATION-PCT OF DECISION-MASTER-RECORD
                   TO DRL-UTILIZATION-PCT
               MOVE ADR-RISK-PROFILE OF DECISION-MASTER-RECORD
                   TO DRL-RISK-PROFILE
               MOVE ADR-OLD-VALUE OF DECISION-MASTER-RECORD
                   TO DRL-OLD-VALUE
               MOVE ADR-NEW-VALUE OF DECISION-MASTER-RECORD
                   TO DRL-NEW-VALUE
               MOVE ADR-REASON-CODES OF DECISION-MASTER-RECORD
                   TO DRL-REASON-CODES
               WRITE DECISION-REVIEW-LINE
           END-IF.

      *> An outcome must answer a decision that is under review, name
      *> its reviewer, and - overriding a credit limit or rate - give
      *> the value that replaces the rule's.
       3000-APPLY-REVIEW-OUTCOMES.
           OPEN INPUT OUTCOME-FILE
           IF WS-OUTCOME-STATUS = "00"
               PERFORM 3100-READ-OUTCOME
               PERFORM UNTIL END-OF-FILE
                   PERFORM 3200-APPLY-ONE-OUTCOME
                   PERFORM 3100-READ-OUTCOME
               END-PERFORM
               CLOSE OUTCOME-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       3100-READ-OUTCOME.
           READ OUTCOME-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3200-APPLY-ONE-OUTCOME.
           SET WS-OUTCOME-VALID TO TRUE
           MOVE 'N' TO WS-ROW-STATE
           MOVE DRV-DATA-SUBJECT-ID
               TO ADR-DATA-SUBJECT-ID OF DECISION-MASTER-RECORD
           MOVE DRV-PROGRAM-ID
               TO ADR-PROGRAM-ID OF DECISION-MASTER-RECORD
           MOVE DRV-DECISION-DATE
               TO ADR-DECISION-DATE OF DECISION-MASTER-RECORD
           MOVE DRV-REFERENCE
               TO ADR-REFERENCE OF DECISION-MASTER-RECORD
           READ DECISION-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ROW-FOUND TO TRUE
           END-READ
           IF NOT WS-ROW-FOUND
                   OR NOT ADR-REVIEW-REQUESTED OF DECISION-MASTER-RECORD
                   OR (NOT DRV-UPHOLD AND NOT DRV-OVERRIDE)
                   OR DRV-REVIEWER-ID = SPACES
               MOVE 'N' TO WS-VALID-STATE
           END-IF
           IF WS-OUTCOME-VALID AND DRV-OVERRIDE
                   AND NOT ADR-REVIEW-DIVERSION
                       OF DECISION-MASTER-RECORD
                   AND DRV-OVERRIDE-VALUE = 0
               MOVE 'N' TO WS-VALID-STATE
           END-IF
           IF NOT WS-OUTCOME-VALID
               MOVE DECISION-REVIEW-TRANSACTION
                   TO REJECTED-REVIEW-TRANSACTION
               WRITE REJECTED-REVIEW-TRANSACTION
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM 3300-RECORD-OUTCOME
           END-IF.

       3300-RECORD-OUTCOME.
           MOVE DRV-REVIEWER-ID
               TO ADR-REVIEWER-ID OF DECISION-MASTER-RECORD
           IF DRV-REVIEW-DATE = 0
               MOVE WS-TODAY
                   TO ADR-REVIEW-DATE OF DECISION-MASTER-RECORD
           ELSE
               MOVE DRV-REVIEW-DATE
                   TO ADR-REVIEW-DATE OF DECISION-MASTER-RECORD
           END-IF
           IF DRV-UPHOLD
               SET ADR-UPHELD OF DECISION-MASTER-RECORD TO TRUE
               ADD 1 TO WS-UPHELD-COUNT
           ELSE
               SET ADR-OVERRIDDEN OF DECISION-MASTER-RECORD TO TRUE
               MOVE DRV-OVERRIDE-VALUE
                   TO ADR-OVERRIDE-VALUE OF DECISION-MASTER-RECORD
               IF DRV-OVERRIDE-UNTIL = 0
                   COMPUTE ADR-OVERRIDE-UNTIL OF DECISION-MASTER-RECORD
                       = FUNCTION DATE-OF-INTEGER (
                           FUNCTION INTEGER-OF-DATE (ADR-REVIEW-DATE
                               OF DECISION-MASTER-RECORD)
                           + WS-OVERRIDE-DAYS)
               ELSE
                   MOVE DRV-OVERRIDE-UNTIL
                       TO ADR-OVERRIDE-UNTIL OF DECISION-MASTER-RECORD
               END-IF
               ADD 1 TO WS-OVERRIDDEN-COUNT
           END-IF
           REWRITE DECISION-MASTER-RECORD
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-REQ-INDEX FROM 1 BY 1
               UNTIL WS-REQ-INDEX > WS-ANSWERED-COUNT OR WS-ENTRY-FOUND
               IF WS-ANSWERED-REQUEST (WS-REQ-INDEX) =
                       ADR-REVIEW-REQUEST-ID OF DECISION-MASTER-RECORD
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND AND WS-ANSWERED-COUNT < 5000
               ADD 1 TO WS-ANSWERED-COUNT
               MOVE ADR-REVIEW-REQUEST-ID OF DECISION-MASTER-RECORD
                   TO WS-ANSWERED-REQUEST (WS-ANSWERED-COUNT)
           END-IF.

      *> One pass notes the requests still waiting on a reviewer,
      *> extracts the overrides in force, and drops rows past
      *> retention that have no review pending and no override left
      *> to hold.
       4000-SWEEP-REGISTER.
           MOVE 'N' TO WS-MASTER-EOF
           MOVE LOW-VALUES TO ADR-DECISION-KEY OF DECISION-MASTER-RECORD
           START DECISION-MASTER
               KEY IS NOT LESS THAN
                   ADR-DECISION-KEY OF DECISION-MASTER-RECORD
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ DECISION-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       PERFORM 4100-SWEEP-ONE-DECISION
               END-READ
           END-PERFORM.

       4100-SWEEP-ONE-DECISION.
           EVALUATE TRUE
               WHEN ADR-REVIEW-REQUESTED OF DECISION-MASTER-RECORD
                   IF WS-PENDING-COUNT < 5000
                       ADD 1 TO WS-PENDING-COUNT
                       MOVE ADR-REVIEW-REQUEST-ID
                           OF DECISION-MASTER-RECORD
                           TO WS-PENDING-REQUEST (WS-PENDING-COUNT)
                   END-IF
               WHEN ADR-OVERRIDDEN OF DECISION-MASTER-RECORD
                       AND ADR-OVERRIDE-UNTIL OF DECISION-MASTER-RECORD
                           >= WS-TODAY
                   MOVE ADR-DATA-SUBJECT-ID OF DECISION-MASTER-RECORD
                       TO DOV-DATA-SUBJECT-ID
                   MOVE ADR-PROGRAM-ID OF DECISION-MASTER-RECORD
                       TO DOV-PROGRAM-ID
                   MOVE ADR-OVERRIDE-VALUE OF DECISION-MASTER-RECORD
                       TO DOV-OVERRIDE-VALUE
                   MOVE ADR-OVERRIDE-UNTIL OF DECISION-MASTER-RECORD
                       TO DOV-OVERRIDE-UNTIL
                   WRITE DECISION-OVERRIDE-RECORD
               WHEN ADR-RETAIN-UNTIL OF DECISION-MASTER-RECORD
                       < WS-TODAY
                   DELETE DECISION-MASTER RECORD
                   ADD 1 TO WS-PURGED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> A request answered today with nothing of it left pending is
      *> complete.
       5000-POST-COMPLETIONS.
           PERFORM VARYING WS-REQ-INDEX FROM 1 BY 1
               UNTIL WS-REQ-INDEX > WS-ANSWERED-COUNT
               PERFORM 5100-CHECK-STILL-PENDING
               IF NOT WS-ENTRY-FOUND
                   MOVE WS-ANSWERED-REQUEST (WS-REQ-INDEX)
                       TO RCM-REQUEST-ID
                   MOVE WS-TODAY TO RCM-COMPLETION-DATE
                   WRITE RIGHTS-COMPLETION-RECORD
                   ADD 1 TO WS-COMPLETED-COUNT
               END-IF
           END-PERFORM.

       5100-CHECK-STILL-PENDING.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PEND-INDEX FROM 1 BY 1
               UNTIL WS-PEND-INDEX > WS-PENDING-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-PENDING-REQUEST (WS-PEND-INDEX) =
                       WS-ANSWERED-REQUEST (WS-REQ-INDEX)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.
