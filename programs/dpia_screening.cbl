      *> DPIASCRN - Data protection impact assessment screening.
      *> Scores every PROCESSING-ACTIVITY-ID on the live GDPR file
      *> against the Article 35 high-risk criteria: special-category
      *> or biometric data, large scale (the distinct-subject count
      *> GDPRREG publishes on the Article 30 register), transfer
      *> abroad under safeguards, sensitive data held without
      *> pseudonymization, and profiling of behavioural data on
      *> legitimate interest. Two or more criteria met requires a
      *> DPIA, as the supervisory guidance has it. Each activity's
      *> score goes to the screening register and onto its DPIA
      *> master row, a required DPIA with no row yet is entered as not
      *> started, and every required one without an approved, current
      *> DPIA goes to the exception file GDPRDPO escalates.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DPIASCRN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GDPR-FILE ASSIGN TO "GDPRIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "GDPRREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT DPIA-MASTER ASSIGN TO "DPIAMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPI-ACTIVITY-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SCREENING-FILE ASSIGN TO "DPIASCRP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "DPIAEXCP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GDPR-FILE.
           COPY gdpr_data_processing
               REPLACING ==IDENTIFICATION== BY ==IDENTIFICATION-CAT==.
       FD  REGISTER-FILE.
           COPY article30_register_line.
       FD  DPIA-MASTER.
           COPY dpia_assessment_record.
       FD  SCREENING-FILE.
           COPY dpia_screening_line.
       FD  EXCEPTION-FILE.
           COPY dpia_exception_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-REGISTER-STATUS          PIC X(2).
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-ROW-STATE                PIC X(1).
           88  WS-ROW-FOUND            VALUE 'Y'.
      *> Distinct subjects at or above this count make an activity
      *> large-scale processing.
       01  WS-LARGE-SCALE-SUBJECTS     PIC 9(9) VALUE 10000.
      *> Criteria met at or above this score require a DPIA.
       01  WS-TRIGGER-SCORE            PIC 9(1) VALUE 2.
       01  WS-ACT-INDEX                PIC 9(4) COMP.
       01  WS-ACT-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-SLOT                     PIC 9(4) COMP.
       01  WS-CATEGORY-INDEX           PIC 9(2) COMP.
       01  WS-RECORD-FLAGS.
           05  WS-SENSITIVE-SEEN       PIC X(1).
               88  WS-HOLDS-SENSITIVE  VALUE 'Y'.
           05  WS-BEHAVIORAL-SEEN      PIC X(1).
               88  WS-HOLDS-BEHAVIORAL VALUE 'Y'.
       01  WS-ACTIVITY-TABLE.
           05  WS-ACT-ENTRY OCCURS 2000 TIMES.
               10  WS-ACT-ID           PIC X(16).
               10  WS-ACT-RECORDS      PIC 9(9).
               10  WS-ACT-SUBJECTS     PIC 9(9).
               10  WS-ACT-SPECIAL      PIC X(1).
               10  WS-ACT-TRANSFER     PIC X(1).
               10  WS-ACT-UNPSEUDO     PIC X(1).
               10  WS-ACT-PROFILING    PIC X(1).
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-TRIGGERED-COUNT      PIC 9(9) VALUE 0.
           05  WS-EXCEPTION-COUNT      PIC 9(9) VALUE 0.
           05  WS-NEW-DPIA-COUNT       PIC 9(9) VALUE 0.
           05  WS-OVERFLOW-COUNT       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           OPEN INPUT GDPR-FILE
           PERFORM 1000-READ-GDPR
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               PERFORM 2000-SCREEN-RECORD
               PERFORM 1000-READ-GDPR
           END-PERFORM
           CLOSE GDPR-FILE
           MOVE 'N' TO WS-EOF
           PERFORM 3000-LOAD-SUBJECT-COUNTS
           OPEN I-O DPIA-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               OPEN OUTPUT DPIA-MASTER
               CLOSE DPIA-MASTER
               OPEN I-O DPIA-MASTER
           END-IF
           OPEN OUTPUT SCREENING-FILE EXCEPTION-FILE
           PERFORM VARYING WS-ACT-INDEX FROM 1 BY 1
               UNTIL WS-ACT-INDEX > WS-ACT-COUNT
               PERFORM 4000-SCORE-ACTIVITY
           END-PERFORM
           CLOSE DPIA-MASTER SCREENING-FILE EXCEPTION-FILE
           DISPLAY "DPIASCRN: READ=" WS-READ-COUNT
                   " ACTIVITIES=" WS-ACT-COUNT
                   " TRIGGERED=" WS-TRIGGERED-COUNT
                   " NEW-DPIA=" WS-NEW-DPIA-COUNT
                   " EXCEPTIONS=" WS-EXCEPTION-COUNT
                   " TABLE-FULL=" WS-OVERFLOW-COUNT
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

       1000-READ-GDPR.
           READ GDPR-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> A record for a new activity once the table is full is
      *> counted as TABLE-FULL and not screened.
       2000-SCREEN-RECORD.
           PERFORM 2100-FIND-OR-ADD-ACTIVITY
           IF WS-SLOT = 0
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
               PERFORM 2050-FLAG-ACTIVITY
           END-IF.

       2050-FLAG-ACTIVITY.
           ADD 1 TO WS-ACT-RECORDS (WS-SLOT)
           MOVE 'N' TO WS-SENSITIVE-SEEN WS-BEHAVIORAL-SEEN
           PERFORM VARYING WS-CATEGORY-INDEX FROM 1 BY 1
               UNTIL WS-CATEGORY-INDEX > DATA-CATEGORY-COUNT
               IF SPECIAL-CATEGORY (WS-CATEGORY-INDEX)
                       OR BIOMETRIC (WS-CATEGORY-INDEX)
                   MOVE 'Y' TO WS-ACT-SPECIAL (WS-SLOT)
               END-IF
               IF SENSITIVE (WS-CATEGORY-INDEX)
                       OR SPECIAL-CATEGORY (WS-CATEGORY-INDEX)
                   SET WS-HOLDS-SENSITIVE TO TRUE
               END-IF
               IF BEHAVIORAL (WS-CATEGORY-INDEX)
                   SET WS-HOLDS-BEHAVIORAL TO TRUE
               END-IF
           END-PERFORM
           IF SAFEGUARDS
               MOVE 'Y' TO WS-ACT-TRANSFER (WS-SLOT)
           END-IF
           IF WS-HOLDS-SENSITIVE AND NOT-PSEUDONYMIZED
               MOVE 'Y' TO WS-ACT-UNPSEUDO (WS-SLOT)
           END-IF
           IF WS-HOLDS-BEHAVIORAL AND LEGITIMATE-INTEREST
               MOVE 'Y' TO WS-ACT-PROFILING (WS-SLOT)
           END-IF.

       2100-FIND-OR-ADD-ACTIVITY.
           MOVE 'N' TO WS-FOUND
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-ACT-INDEX FROM 1 BY 1
               UNTIL WS-ACT-INDEX > WS-ACT-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-ACT-ID (WS-ACT-INDEX) = PROCESSING-ACTIVITY-ID
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-ACT-INDEX TO WS-SLOT
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND AND WS-ACT-COUNT < 2000
               ADD 1 TO WS-ACT-COUNT
               MOVE WS-ACT-COUNT TO WS-SLOT
               MOVE PROCESSING-ACTIVITY-ID TO WS-ACT-ID (WS-SLOT)
               MOVE 0 TO WS-ACT-RECORDS (WS-SLOT)
               MOVE 0 TO WS-ACT-SUBJECTS (WS-SLOT)
               MOVE 'N' TO WS-ACT-SPECIAL (WS-SLOT)
                           WS-ACT-TRANSFER (WS-SLOT)
                           WS-ACT-UNPSEUDO (WS-SLOT)
                           WS-ACT-PROFILING (WS-SLOT)
           END-IF.

      *> An activity the register does not list yet counts no
      *> subjects and so is not large-scale until GDPRREG has run.
       3000-LOAD-SUBJECT-COUNTS.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
               PERFORM 3100-READ-REGISTER
               PERFORM UNTIL END-OF-FILE
                   PERFORM VARYING WS-ACT-INDEX FROM 1 BY 1
                       UNTIL WS-ACT-INDEX > WS-ACT-COUNT
                       IF WS-ACT-ID (WS-ACT-INDEX) = A30-ACTIVITY-ID
                           MOVE A30-SUBJECT-COUNT
                               TO WS-ACT-SUBJECTS (WS-ACT-INDEX)
                       END-IF
                   END-PERFORM
                   PERFORM 3100-READ-REGISTER
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       3100-READ-REGISTER.
           READ REGISTER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       4000-SCORE-ACTIVITY.
           INITIALIZE DPIA-SCREENING-LINE
           MOVE WS-ACT-ID (WS-ACT-INDEX) TO DSL-ACTIVITY-ID
           MOVE WS-ACT-RECORDS (WS-ACT-INDEX) TO DSL-RECORD-COUNT
           MOVE WS-ACT-SUBJECTS (WS-ACT-INDEX) TO DSL-SUBJECT-COUNT
           MOVE WS-ACT-SPECIAL (WS-ACT-INDEX) TO DSL-SPECIAL-DATA
           IF WS-ACT-SUBJECTS (WS-ACT-INDEX)
                   NOT < WS-LARGE-SCALE-SUBJECTS
               MOVE 'Y' TO DSL-LARGE-SCALE
           ELSE
               MOVE 'N' TO DSL-LARGE-SCALE
           END-IF
           MOVE WS-ACT-TRANSFER (WS-ACT-INDEX)
               TO DSL-SAFEGUARD-TRANSFER
           MOVE WS-ACT-UNPSEUDO (WS-ACT-INDEX)
               TO DSL-NOT-PSEUDONYMIZED
           MOVE WS-ACT-PROFILING (WS-ACT-INDEX) TO DSL-PROFILING
           MOVE 0 TO DSL-SCORE
           INSPECT DSL-CRITERIA TALLYING DSL-SCORE FOR ALL 'Y'
           IF DSL-SCORE NOT < WS-TRIGGER-SCORE
               MOVE 'Y' TO DSL-TRIGGERED
               ADD 1 TO WS-TRIGGERED-COUNT
           ELSE
               MOVE 'N' TO DSL-TRIGGERED
           END-IF
           MOVE DSL-ACTIVITY-ID TO DPI-ACTIVITY-ID
           MOVE 'N' TO WS-ROW-STATE
           READ DPIA-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ROW-FOUND TO TRUE
           END-READ
           IF NOT WS-ROW-FOUND AND DSL-DPIA-REQUIRED
               INITIALIZE DPIA-ASSESSMENT-RECORD
               MOVE DSL-ACTIVITY-ID TO DPI-ACTIVITY-ID
               SET DPI-NOT-STARTED TO TRUE
               MOVE 'DPIASCRN' TO DPI-MAINT-USER
               MOVE WS-TODAY TO DPI-MAINT-DATE
               ADD 1 TO WS-NEW-DPIA-COUNT
           END-IF
           IF WS-ROW-FOUND OR DSL-DPIA-REQUIRED
               MOVE WS-TODAY TO DPI-LAST-SCREEN-DATE
               MOVE DSL-SCORE TO DPI-LAST-SCORE
               MOVE DSL-CRITERIA TO DPI-LAST-CRITERIA
               MOVE DPI-STATUS TO DSL-DPIA-STATUS
               MOVE DPI-RE-REVIEW-DATE TO DSL-RE-REVIEW-DATE
               IF WS-ROW-FOUND
                   REWRITE DPIA-ASSESSMENT-RECORD
               ELSE
                   WRITE DPIA-ASSESSMENT-RECORD
               END-IF
           END-IF
           WRITE DPIA-SCREENING-LINE
           IF DSL-DPIA-REQUIRED
               PERFORM 4100-CHECK-DPIA
           END-IF.

       4100-CHECK-DPIA.
           INITIALIZE DPIA-EXCEPTION-LINE
           EVALUATE TRUE
               WHEN DPI-NOT-STARTED
                   SET DPX-NO-DPIA TO TRUE
               WHEN DPI-IN-PROGRESS OR DPI-SUBMITTED
                   SET DPX-NOT-APPROVED TO TRUE
               WHEN DPI-REJECTED
                   SET DPX-DPIA-REJECTED TO TRUE
               WHEN DPI-APPROVED AND DPI-RE-REVIEW-DATE < WS-TODAY
                   SET DPX-REVIEW-OVERDUE TO TRUE
           END-EVALUATE
           IF DPX-REASON NOT = SPACES
               MOVE DSL-ACTIVITY-ID TO DPX-ACTIVITY-ID
               MOVE DSL-SCORE TO DPX-SCORE
               MOVE DSL-CRITERIA TO DPX-CRITERIA
               MOVE DPI-STATUS TO DPX-DPIA-STATUS
               MOVE DPI-RE-REVIEW-DATE TO DPX-RE-REVIEW-DATE
               MOVE WS-TODAY TO DPX-SCREEN-DATE
               WRITE DPIA-EXCEPTION-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
