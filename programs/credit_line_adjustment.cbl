      *> CLADJUST - Credit-line auto-adjustment batch. Raises
      *> CREDIT-LIMIT 10% for strong accounts (high credit score, low
      *> utilization, clean payment history) and lowers it 10% for
      *> accounts showing risk (low score or over-limit balance),
      *> logging every change. Each change is an automated decision
      *> and goes to the decision register with the score and
      *> utilization it rested on and its reason codes. An account
      *> whose decision a reviewer has overridden is held at the
      *> reviewer's limit while the override lasts instead of being
      *> re-decided by the rule.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLADJUST.

               ORGANIZATION IS SEQUENTIAL.
           SELECT ADJUSTMENT-LOG-FILE ASSIGN TO "CLADJUST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DECISION-FILE ASSIGN TO "CLADADR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OVERRIDE-FILE ASSIGN TO "ADROVRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERFORMANCE-FILE.
                         ==OUT-TRANSACTION-COUNT==.
       FD  ADJUSTMENT-LOG-FILE.
           COPY credit_line_adjustment_log.
       FD  DECISION-FILE.
           COPY automated_decision_record.
       FD  OVERRIDE-FILE.
           COPY decision_override_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-OVERRIDE-STATUS          PIC X(2).
       01  WS-TODAY                    PIC 9(8).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-UTILIZATION-PCT          PIC 9(3).
       01  WS-OLD-LIMIT                PIC S9(13)V99.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-OVR-INDEX                PIC 9(5) COMP.
       01  WS-OVR-COUNT                PIC 9(5) COMP VALUE 0.
       01  WS-OVR-MATCH                PIC 9(5) COMP.
       01  WS-OVERRIDE-TABLE.
           05  WS-OVR-ENTRY OCCURS 20000 TIMES.
               10  WS-OVR-SUBJECT      PIC 9(12).
               10  WS-OVR-LIMIT        PIC S9(13)V99.
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-INCREASED-COUNT      PIC 9(9) VALUE 0.
           05  WS-DECREASED-COUNT      PIC 9(9) VALUE 0.
           05  WS-OVERRIDE-COUNT       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 0100-LOAD-OVERRIDES
           OPEN INPUT PERFORMANCE-FILE
           OPEN OUTPUT OUTPUT-FILE ADJUSTMENT-LOG-FILE DECISION-FILE
           PERFORM 1000-READ-PERFORMANCE
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               PERFORM 1000-READ-PERFORMANCE
           END-PERFORM
           CLOSE PERFORMANCE-FILE OUTPUT-FILE ADJUSTMENT-LOG-FILE
                 DECISION-FILE
           DISPLAY "CLADJUST: READ=" WS-READ-COUNT
                   " UP=" WS-INCREASED-COUNT
                   " DOWN=" WS-DECREASED-COUNT
                   " OVERRIDDEN=" WS-OVERRIDE-COUNT
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

      *> Only this program's overrides still in force are kept; an
      *> absent override file means none are.
       0100-LOAD-OVERRIDES.
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS = "00"
               PERFORM 0110-READ-OVERRIDE
               PERFORM UNTIL END-OF-FILE
                   IF DOV-PROGRAM-ID = "CLADJUST"
                           AND DOV-OVERRIDE-UNTIL >= WS-TODAY
                           AND WS-OVR-COUNT < 20000
                       ADD 1 TO WS-OVR-COUNT
                       MOVE DOV-DATA-SUBJECT-ID
                           TO WS-OVR-SUBJECT (WS-OVR-COUNT)
                       MOVE DOV-OVERRIDE-VALUE
                           TO WS-OVR-LIMIT (WS-OVR-COUNT)
                   END-IF
                   PERFORM 0110-READ-OVERRIDE
               END-PERFORM
               CLOSE OVERRIDE-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       0110-READ-OVERRIDE.
           READ OVERRIDE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1000-READ-PERFORMANCE.
           READ PERFORMANCE-FILE
               AT END SET END-OF-FILE TO TRUE
               TO WS-OLD-LIMIT
           IF CREDIT-LIMIT OF ENTERPRISE-PERFORMANCE-RECORD > 0
               COMPUTE WS-UTILIZATION-PCT =
                   (ACCOUNT-BALANCE OF ENTERPRISE-PERFORMANCE-RECORD
                       * 100)
                   / CREDIT-LIMIT OF ENTERPRISE-PERFORMANCE-RECORD
           END-IF
           PERFORM 2050-FIND-OVERRIDE
           EVALUATE TRUE
               WHEN WS-ENTRY-FOUND
                   IF WS-OVR-LIMIT (WS-OVR-MATCH) NOT = WS-OLD-LIMIT
                       MOVE WS-OVR-LIMIT (WS-OVR-MATCH) TO
                           CREDIT-LIMIT OF ENTERPRISE-PERFORMANCE-RECORD
                       MOVE 'O' TO CLA-ADJUSTMENT-REASON
                       ADD 1 TO WS-OVERRIDE-COUNT
                       PERFORM 2100-LOG-ADJUSTMENT
                   END-IF
               WHEN CREDIT-SCORE OF ENTERPRISE-PERFORMANCE-RECORD
                       >= 750
                       AND WS-UTILIZATION-PCT < 30
                   COMPUTE
                       CREDIT-LIMIT OF ENTERPRISE-PERFORMANCE-RECORD =
                       WS-OLD-LIMIT * 1.10
                   MOVE 'I' TO CLA-ADJUSTMENT-REASON
                   ADD 1 TO WS-INCREASED-COUNT
                   PERFORM 2100-LOG-ADJUSTMENT
                   PERFORM 2200-RECORD-DECISION
               WHEN CREDIT-SCORE OF ENTERPRISE-PERFORMANCE-RECORD < 600
                       OR WS-UTILIZATION-PCT > 100
                   COMPUTE
                       CREDIT-LIMIT OF ENTERPRISE-PERFORMANCE-RECORD =
                       WS-OLD-LIMIT * 0.90
                   MOVE 'D' TO CLA-ADJUSTMENT-REASON
                   ADD 1 TO WS-DECREASED-COUNT
                   PERFORM 2100-LOG-ADJUSTMENT
                   PERFORM 2200-RECORD-DECISION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           COMPUTE AVAILABLE-CREDIT OF ENTERPRISE-PERFORMANCE-RECORD =
               CREDIT-LIMIT OF ENTERPRISE-PERFORMANCE-RECORD
               - ACCOUNT-BALANCE OF ENTERPRISE-PERFORMANCE-RECORD
           MOVE ENTERPRISE-PERFORMANCE-RECORD
               TO PERFORMANCE-OUTPUT-RECORD
           WRITE PERFORMANCE-OUTPUT-RECORD.

       2050-FIND-OVERRIDE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-OVR-INDEX FROM 1 BY 1
               UNTIL WS-OVR-INDEX > WS-OVR-COUNT OR WS-ENTRY-FOUND
               IF WS-OVR-SUBJECT (WS-OVR-INDEX) =
                       RECORD-ID OF ENTERPRISE-PERFORMANCE-RECORD
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-OVR-INDEX TO WS-OVR-MATCH
               END-IF
           END-PERFORM.

       2100-LOG-ADJUSTMENT.
           MOVE RECORD-ID OF ENTERPRISE-PERFORMANCE-RECORD
               TO CLA-RECORD-ID
           MOVE WS-OLD-LIMIT TO CLA-OLD-CREDIT-LIMIT
           MOVE CREDIT-LIMIT OF ENTERPRISE-PERFORMANCE-RECORD
               TO CLA-NEW-CREDIT-LIMIT
           MOVE CREDIT-SCORE OF ENTERPRISE-PERFORMANCE-RECORD
               TO CLA-CREDIT-SCORE
           WRITE CREDIT-LINE-ADJUSTMENT-LOG.

      *> A cut is adverse; its reasons run score first, then
      *> utilization, whichever of the two tripped it.
       2200-RECORD-DECISION.
           INITIALIZE AUTOMATED-DECISION-RECORD
           MOVE RECORD-ID OF ENTERPRISE-PERFORMANCE-RECORD
               TO ADR-DATA-SUBJECT-ID
           MOVE "CLADJUST" TO ADR-PROGRAM-ID
           MOVE WS-TODAY TO ADR-DECISION-DATE
           MOVE SPACES TO ADR-REFERENCE
           MOVE CUSTOMER-NAME OF ENTERPRISE-PERFORMANCE-RECORD
               TO ADR-CUSTOMER-NAME
           MOVE CREDIT-SCORE OF ENTERPRISE-PERFORMANCE-RECORD
               TO ADR-CREDIT-SCORE
           MOVE WS-UTILIZATION-PCT TO ADR-UTILIZATION-PCT
           MOVE SPACE TO ADR-RISK-PROFILE
           MOVE WS-OLD-LIMIT TO ADR-OLD-VALUE
           MOVE CREDIT-LIMIT OF ENTERPRISE-PERFORMANCE-RECORD
               TO ADR-NEW-VALUE
           MOVE SPACES TO ADR-REASON-CODES
           MOVE SPACE TO ADR-REVIEW-STATUS
           IF CLA-INCREASE
               SET ADR-LIMIT-INCREASE TO TRUE
               MOVE 'N' TO ADR-ADVERSE-FLAG
               MOVE 'HS' TO ADR-REASON-CODE (1)
               MOVE 'LU' TO ADR-REASON-CODE (2)
           ELSE
               SET ADR-LIMIT-DECREASE TO TRUE
               SET ADR-ADVERSE TO TRUE
               IF CREDIT-SCORE OF ENTERPRISE-PERFORMANCE-RECORD < 600
                   MOVE 'LS' TO ADR-REASON-CODE (1)
                   IF WS-UTILIZATION-PCT > 100
                       MOVE 'HU' TO ADR-REASON-CODE (2)
                   END-IF
               ELSE
                   MOVE 'HU' TO ADR-REASON-CODE (1)
               END-IF
           END-IF
           WRITE AUTOMATED-DECISION-RECORD.
