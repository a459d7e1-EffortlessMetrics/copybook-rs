      * the card act requires in advance of its effective date. The
      * notice log carried run to run guarantees each change's
      * notices go out exactly once, on the run that first loads it.
      * Accounts with no matching band pass through untouched. Every
      * rate applied is an automated decision and goes to the
      * decision register with the score it rested on; an account
      * whose repricing a reviewer has overridden is held at the
      * reviewer's rate while the override lasts.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRICE.

           SELECT SUPPRESS-FILE ASSIGN TO "SUPLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUPPRESS-STATUS.
           SELECT DECISION-FILE ASSIGN TO "RPRCADR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OVERRIDE-FILE ASSIGN TO "ADROVRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
           COPY rate_notice_log_record.
       FD  SUPPRESS-FILE.
           COPY suppression_record.
       FD  DECISION-FILE.
           COPY automated_decision_record.
       FD  OVERRIDE-FILE.
           COPY decision_override_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       01  WS-TODAY                    PIC 9(8).
           COPY business_day_request.
       01  WS-SUPPRESS-STATUS          PIC X(2).
       01  WS-OVERRIDE-STATUS          PIC X(2).
       01  WS-OVR-INDEX                PIC 9(5) COMP.
       01  WS-OVR-COUNT                PIC 9(5) COMP VALUE 0.
       01  WS-OVR-MATCH                PIC 9(5) COMP.
       01  WS-OVERRIDE-STATE           PIC X(1).
           88  WS-OVERRIDE-FOUND       VALUE 'Y'.
       01  WS-OVERRIDE-TABLE.
           05  WS-OVR-ENTRY OCCURS 20000 TIMES.
               10  WS-OVR-SUBJECT      PIC 9(12).
               10  WS-OVR-RATE         PIC S9(3)V9999.
       01  WS-SUP-INDEX                PIC 9(5) COMP.
       01  WS-SUP-COUNT                PIC 9(5) COMP VALUE 0.
       01  WS-SUPPRESSED-FLAG          PIC X(1).
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-REPRICED-COUNT       PIC 9(9) VALUE 0.
           05  WS-NOTICE-COUNT         PIC 9(9) VALUE 0.
           05  WS-OVERRIDE-COUNT       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 0080-LOAD-SUPPRESSION-LIST
           PERFORM 0095-LOAD-OVERRIDES
           PERFORM 1000-LOAD-RATE-CHANGES
           PERFORM 1200-MARK-NOTICED-CHANGES
           OPEN INPUT PERF-FILE
           OPEN OUTPUT REPRICED-FILE AUDIT-FILE NOTICE-FILE
                       DECISION-FILE
           PERFORM 2000-READ-PERF
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               PERFORM 2000-READ-PERF
           END-PERFORM
           CLOSE PERF-FILE REPRICED-FILE AUDIT-FILE NOTICE-FILE
                 DECISION-FILE
           PERFORM 8000-WRITE-NOTICE-LOG
           DISPLAY "REPRICE: READ=" WS-READ-COUNT
                   " REPRICED=" WS-REPRICED-COUNT
                   " NOTICES=" WS-NOTICE-COUNT
                   " OVERRIDDEN=" WS-OVERRIDE-COUNT
           GOBACK.

      * Every run processes the run-control business date; the
               END-IF
           END-PERFORM.

      * Only this program's overrides still in force are kept; an
      * absent override file means none are.
       0095-LOAD-OVERRIDES.
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS = "00"
               READ OVERRIDE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF DOV-PROGRAM-ID = "REPRICE"
                           AND DOV-OVERRIDE-UNTIL >= WS-TODAY
                           AND WS-OVR-COUNT < 20000
                       ADD 1 TO WS-OVR-COUNT
                       MOVE DOV-DATA-SUBJECT-ID
                           TO WS-OVR-SUBJECT (WS-OVR-COUNT)
                       MOVE DOV-OVERRIDE-VALUE
                           TO WS-OVR-RATE (WS-OVR-COUNT)
                   END-IF
                   READ OVERRIDE-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       1000-LOAD-RATE-CHANGES.
           OPEN INPUT RATE-FILE
           PERFORM 1100-READ-RATE
           END-READ.

       3000-REPRICE-ACCOUNT.
           PERFORM 3050-FIND-OVERRIDE
           IF WS-OVERRIDE-FOUND
               PERFORM 3060-APPLY-OVERRIDE
           ELSE
               PERFORM 3070-APPLY-SCORE-BAND
           END-IF.

       3050-FIND-OVERRIDE.
           MOVE 'N' TO WS-OVERRIDE-STATE
           PERFORM VARYING WS-OVR-INDEX FROM 1 BY 1
               UNTIL WS-OVR-INDEX > WS-OVR-COUNT
                   OR WS-OVERRIDE-FOUND
               IF WS-OVR-SUBJECT (WS-OVR-INDEX) =
                       RECORD-ID OF ENTERPRISE-PERFORMANCE-RECORD
                   SET WS-OVERRIDE-FOUND TO TRUE
                   MOVE WS-OVR-INDEX TO WS-OVR-MATCH
               END-IF
           END-PERFORM.

      * The reviewer's rate stands in place of the band's while the
      * override holds; no notice goes out, since the customer asked
      * for the review.
       3060-APPLY-OVERRIDE.
           IF WS-OVR-RATE (WS-OVR-MATCH) NOT =
                   INTEREST-RATE OF ENTERPRISE-PERFORMANCE-RECORD
               MOVE INTEREST-RATE OF ENTERPRISE-PERFORMANCE-RECORD
                   TO WS-OLD-RATE
               MOVE WS-OVR-RATE (WS-OVR-MATCH)
                   TO INTEREST-RATE OF ENTERPRISE-PERFORMANCE-RECORD
               MOVE RECORD-ID OF ENTERPRISE-PERFORMANCE-RECORD
                   TO RPA-RECORD-ID
               MOVE WS-OLD-RATE   TO RPA-OLD-RATE
               MOVE WS-OVR-RATE (WS-OVR-MATCH) TO RPA-NEW-RATE
               MOVE WS-TODAY TO RPA-EFFECTIVE-DATE
               WRITE RATE-REPRICE-AUDIT
               ADD 1 TO WS-OVERRIDE-COUNT
           END-IF.

       3070-APPLY-SCORE-BAND.
           PERFORM 3100-FIND-SCORE-BAND
           IF WS-BAND-FOUND
               AND WS-NEW-RATE (WS-MATCH-INDEX) NOT =
                   MOVE WS-NEW-RATE (WS-MATCH-INDEX)
                       TO INTEREST-RATE OF ENTERPRISE-PERFORMANCE-RECORD
                   PERFORM 3200-WRITE-AUDIT
                   PERFORM 3400-RECORD-DECISION
                   ADD 1 TO WS-REPRICED-COUNT
               END-IF
           END-IF.
           WRITE RATE-CHANGE-NOTICE
           ADD 1 TO WS-NOTICE-COUNT.

      * A rate increase is adverse; its principal reason is the score
      * band, with a low score called out on its own.
       3400-RECORD-DECISION.
           INITIALIZE AUTOMATED-DECISION-RECORD
           MOVE RECORD-ID OF ENTERPRISE-PERFORMANCE-RECORD
               TO ADR-DATA-SUBJECT-ID
           MOVE "REPRICE" TO ADR-PROGRAM-ID
           MOVE WS-TODAY TO ADR-DECISION-DATE
           MOVE SPACES TO ADR-REFERENCE
           MOVE CUSTOMER-NAME OF ENTERPRISE-PERFORMANCE-RECORD
               TO ADR-CUSTOMER-NAME
           MOVE CREDIT-SCORE OF ENTERPRISE-PERFORMANCE-RECORD
               TO ADR-CREDIT-SCORE
           MOVE 0 TO ADR-UTILIZATION-PCT
           MOVE SPACE TO ADR-RISK-PROFILE
           MOVE WS-OLD-RATE TO ADR-OLD-VALUE
           MOVE INTEREST-RATE OF ENTERPRISE-PERFORMANCE-RECORD
               TO ADR-NEW-VALUE
           MOVE SPACES TO ADR-REASON-CODES
           MOVE SPACE TO ADR-REVIEW-STATUS
           MOVE 'SB' TO ADR-REASON-CODE (1)
           IF ADR-NEW-VALUE > ADR-OLD-VALUE
               SET ADR-RATE-INCREASE TO TRUE
               SET ADR-ADVERSE TO TRUE
               IF CREDIT-SCORE OF ENTERPRISE-PERFORMANCE-RECORD < 600
                   MOVE 'LS' TO ADR-REASON-CODE (2)
               END-IF
           ELSE
               SET ADR-RATE-DECREASE TO TRUE
               MOVE 'N' TO ADR-ADVERSE-FLAG
           END-IF
           WRITE AUTOMATED-DECISION-RECORD.

      * Every change loaded this run is logged as noticed, so the
      * next run skips its notices even if it is still pending.
       8000-WRITE-NOTICE-LOG.
