      *> RISKRTE - Routes FINANCIAL-TRANSACTION-RECORD by
      *> CUSTOMER-INFO's RISK-PROFILE. HIGH-RISK and RESTRICTED
      *> transactions are diverted to a manual-review queue instead of
      *> flowing straight through to posting. Each diversion is an
      *> automated decision and goes to the decision register with the
      *> profile it rested on; a customer whose diversion a reviewer
      *> has overridden posts straight through while the override
      *> lasts.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISKRTE.

               ORGANIZATION IS SEQUENTIAL.
           SELECT REVIEW-QUEUE-FILE ASSIGN TO "REVQUEUE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DECISION-FILE ASSIGN TO "RISKADR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OVERRIDE-FILE ASSIGN TO "ADROVRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
           SELECT STATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.
           COPY financial_sox_compliance
               REPLACING ==FINANCIAL-TRANSACTION-RECORD== BY
                         ==REVIEW-QUEUE-RECORD==.
       FD  DECISION-FILE.
           COPY automated_decision_record.
       FD  OVERRIDE-FILE.
           COPY decision_override_record.
       FD  STATS-FILE.
           COPY run_stats_record.

       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-TODAY                    PIC 9(8).
       01  WS-STATS-STATUS             PIC X(2).
       01  WS-OVERRIDE-STATUS          PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-SUP-INDEX                PIC 9(5) COMP.
       01  WS-SEEK-SUBJECT             PIC 9(12).
       01  WS-SUPPRESS-TABLE.
           05  WS-SUP-SUBJECT OCCURS 20000 TIMES PIC 9(12).
       01  WS-TRANSACTION-REF          PIC 9(12).
       01  WS-OVR-INDEX                PIC 9(5) COMP.
       01  WS-OVR-COUNT                PIC 9(5) COMP VALUE 0.
       01  WS-OVERRIDE-STATE           PIC X(1).
           88  WS-OVERRIDE-FOUND       VALUE 'Y'.
       01  WS-OVERRIDE-TABLE.
           05  WS-OVR-SUBJECT OCCURS 20000 TIMES PIC 9(12).
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-POSTED-COUNT         PIC 9(9) VALUE 0.
           05  WS-REVIEW-COUNT         PIC 9(9) VALUE 0.
           05  WS-SUPPRESSED-COUNT     PIC 9(9) VALUE 0.
           05  WS-OVERRIDE-COUNT       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 0100-LOAD-SUPPRESSION-LIST
           PERFORM 0300-LOAD-OVERRIDES
           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT POSTING-FILE REVIEW-QUEUE-FILE DECISION-FILE
           PERFORM 1000-READ-TRANSACTION
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               PERFORM 1000-READ-TRANSACTION
           END-PERFORM
           CLOSE TRANSACTION-FILE POSTING-FILE REVIEW-QUEUE-FILE
                 DECISION-FILE
           PERFORM 9000-WRITE-RUN-STATS
           DISPLAY "RISKRTE: READ=" WS-READ-COUNT
                   " POSTED=" WS-POSTED-COUNT
                   " REVIEW=" WS-REVIEW-COUNT
                   " SUPPRESSED=" WS-SUPPRESSED-COUNT
                   " OVERRIDDEN=" WS-OVERRIDE-COUNT
           GOBACK.

      * Every run processes the run-control business date; the
               END-IF
           END-PERFORM.

      * Only this program's overrides still in force are kept; an
      * absent override file means none are.
       0300-LOAD-OVERRIDES.
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS = "00"
               READ OVERRIDE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF DOV-PROGRAM-ID = "RISKRTE"
                           AND DOV-OVERRIDE-UNTIL >= WS-TODAY
                           AND WS-OVR-COUNT < 20000
                       ADD 1 TO WS-OVR-COUNT
                       MOVE DOV-DATA-SUBJECT-ID
                           TO WS-OVR-SUBJECT (WS-OVR-COUNT)
                   END-IF
                   READ OVERRIDE-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       0400-CHECK-OVERRIDE.
           MOVE 'N' TO WS-OVERRIDE-STATE
           PERFORM VARYING WS-OVR-INDEX FROM 1 BY 1
               UNTIL WS-OVR-INDEX > WS-OVR-COUNT
                   OR WS-OVERRIDE-FOUND
               IF WS-OVR-SUBJECT (WS-OVR-INDEX) = WS-SEEK-SUBJECT
                   SET WS-OVERRIDE-FOUND TO TRUE
               END-IF
           END-PERFORM.

       1000-READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-ROUTE-TRANSACTION.
           MOVE 'N' TO WS-OVERRIDE-STATE
           IF HIGH-RISK OF FINANCIAL-TRANSACTION-RECORD
               OR RESTRICTED OF FINANCIAL-TRANSACTION-RECORD
               PERFORM 0400-CHECK-OVERRIDE
               IF WS-OVERRIDE-FOUND
                   ADD 1 TO WS-OVERRIDE-COUNT
               END-IF
           END-IF
           IF (HIGH-RISK OF FINANCIAL-TRANSACTION-RECORD
               OR RESTRICTED OF FINANCIAL-TRANSACTION-RECORD)
               AND NOT WS-OVERRIDE-FOUND
               MOVE FINANCIAL-TRANSACTION-RECORD TO REVIEW-QUEUE-RECORD
               WRITE REVIEW-QUEUE-RECORD
               ADD 1 TO WS-REVIEW-COUNT
               PERFORM 2100-RECORD-DECISION
           ELSE
               MOVE FINANCIAL-TRANSACTION-RECORD
                   TO POSTING-TRANSACTION-RECORD
               ADD 1 TO WS-POSTED-COUNT
           END-IF.

       2100-RECORD-DECISION.
           INITIALIZE AUTOMATED-DECISION-RECORD
           MOVE WS-SEEK-SUBJECT TO ADR-DATA-SUBJECT-ID
           MOVE "RISKRTE" TO ADR-PROGRAM-ID
           MOVE WS-TODAY TO ADR-DECISION-DATE
           MOVE TRANSACTION-ID OF FINANCIAL-TRANSACTION-RECORD
               TO WS-TRANSACTION-REF
           MOVE WS-TRANSACTION-REF TO ADR-REFERENCE
           SET ADR-REVIEW-DIVERSION TO TRUE
           MOVE 'N' TO ADR-ADVERSE-FLAG
           MOVE SPACES TO ADR-CUSTOMER-NAME
           MOVE 0 TO ADR-CREDIT-SCORE
           MOVE 0 TO ADR-UTILIZATION-PCT
           MOVE RISK-PROFILE OF FINANCIAL-TRANSACTION-RECORD
               TO ADR-RISK-PROFILE
           MOVE SPACES TO ADR-REASON-CODES
           IF RESTRICTED OF FINANCIAL-TRANSACTION-RECORD
               MOVE 'RS' TO ADR-REASON-CODE (1)
           ELSE
               MOVE 'HR' TO ADR-REASON-CODE (1)
           END-IF
           MOVE SPACE TO ADR-REVIEW-STATUS
           WRITE AUTOMATED-DECISION-RECORD.

       9000-WRITE-RUN-STATS.
           OPEN EXTEND STATS-FILE
           IF WS-STATS-STATUS NOT = "00"
           MOVE "RISKRTE " TO RSR-PROGRAM-ID
           MOVE WS-TODAY TO RSR-RUN-DATE
           MOVE WS-READ-COUNT TO RSR-RECORDS-READ
           COMPUTE RSR-RECORDS-WRITTEN =
               WS-POSTED-COUNT + WS-REVIEW-COUNT
           MOVE WS-SUPPRESSED-COUNT TO RSR-RECORDS-REJECTED
           MOVE 0 TO RSR-AMOUNT-TOTAL
           WRITE RUN-STATS-RECORD
