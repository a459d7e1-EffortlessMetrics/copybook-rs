      *> ALRGCHK - Prescription allergy checking. Nightly pass over
      *> the MEDICATIONS table of each HEALTHCARE-ENTERPRISE-RECORD:
      *> each MEDICATION-CODE is mapped to its drug classes through the
      *> drug class reference and every class is checked against the
      *> active allergies on the patient's surviving identity (ALRGMNT
      *> files every allergy there). A match raises an alert graded by
      *> the recorded reaction severity. A prescription written inside
      *> the run window goes to the pharmacist review queue so it is
      *> caught before it is dispensed; older prescriptions go to the
      *> nightly alert report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRGCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASS-FILE ASSIGN TO "DRUGCLS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PATIENT-FILE ASSIGN TO "HCENTREC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ALLERGY-MASTER ASSIGN TO "PATALRGY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAL-ALLERGY-KEY
               FILE STATUS IS WS-ALLERGY-STATUS.
           SELECT XREF-MASTER ASSIGN TO "PATXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PXR-MERGED-PATIENT-ID
               FILE STATUS IS WS-XREF-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALRGALRT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REVIEW-QUEUE ASSIGN TO "PHRMRVWQ"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLASS-FILE.
           COPY drug_class_reference.
       FD  PATIENT-FILE.
           COPY ac2_level88_after_odo_enterprise.
       FD  ALLERGY-MASTER.
           COPY patient_allergy_record.
       FD  XREF-MASTER.
           COPY patient_xref_record.
       FD  ALERT-FILE.
           COPY allergy_alert_line.
       FD  REVIEW-QUEUE.
           COPY allergy_alert_line
               REPLACING ==ALLERGY-ALERT-LINE== BY ==REVIEW-QUEUE-LINE==
                         LEADING ==AAL== BY ==RVQ==.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-ALLERGY-STATUS           PIC X(2).
       01  WS-XREF-STATUS              PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-ALLERGY-EOF              PIC X(1).
           88  END-OF-ALLERGIES        VALUE 'Y'.
       01  WS-ALLERGY-STATE            PIC X(1) VALUE 'N'.
           88  WS-ALLERGY-AVAILABLE    VALUE 'Y'.
       01  WS-XREF-STATE               PIC X(1) VALUE 'N'.
           88  WS-XREF-AVAILABLE       VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
      *> A prescription dated within this many days up to the business
      *> date is new tonight.
       01  WS-RUN-WINDOW-DAYS          PIC 9(3) VALUE 1.
       01  WS-WINDOW-START             PIC 9(8).
       01  WS-MED-INDEX                PIC 9(3) COMP.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-MAPPED                   PIC X(1).
           88  WS-MEDICATION-MAPPED    VALUE 'Y'.
      *> The merge cross-reference keys the 10-digit registration
      *> number, carried right-justified in PATIENT-ID.
       01  WS-RESOLVE-ID               PIC X(12).
       01  WS-RESOLVE-NUMBER REDEFINES WS-RESOLVE-ID
                                       PIC 9(12).
       01  WS-RESOLVE-HOPS             PIC 9(2) COMP.
       01  WS-RESOLVE-DONE             PIC X(1).
           88  WS-RESOLVED             VALUE 'Y'.
       01  WS-CLASS-INDEX              PIC 9(5) COMP.
       01  WS-CLASS-COUNT              PIC 9(5) COMP VALUE 0.
       01  WS-CLASS-TABLE.
           05  WS-CLASS-ENTRY OCCURS 20000 TIMES.
               10  WS-CLS-MEDICATION   PIC X(12).
               10  WS-CLS-DRUG-CLASS   PIC X(8).
      *> The patient's active allergies.
       01  WS-ALG-INDEX                PIC 9(3) COMP.
       01  WS-ALG-COUNT                PIC 9(3) COMP.
       01  WS-ALLERGY-TABLE.
           05  WS-ALLERGY-ENTRY OCCURS 100 TIMES.
               10  WS-ALG-CLASS        PIC X(8).
               10  WS-ALG-SEVERITY     PIC X(1).
               10  WS-ALG-SOURCE       PIC X(1).
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-CHECKED-COUNT        PIC 9(9) VALUE 0.
           05  WS-UNMAPPED-COUNT       PIC 9(9) VALUE 0.
           05  WS-ALERT-COUNT          PIC 9(9) VALUE 0.
           05  WS-QUEUED-COUNT         PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER (
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
               - WS-RUN-WINDOW-DAYS + 1)
           PERFORM 1000-LOAD-DRUG-CLASSES
           OPEN INPUT ALLERGY-MASTER
           IF WS-ALLERGY-STATUS = "00"
               SET WS-ALLERGY-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT XREF-MASTER
           IF WS-XREF-STATUS = "00"
               SET WS-XREF-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT PATIENT-FILE
           OPEN OUTPUT ALERT-FILE REVIEW-QUEUE
           PERFORM 2000-READ-PATIENT
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               PERFORM 3000-CHECK-STAY-MEDICATIONS
               PERFORM 2000-READ-PATIENT
           END-PERFORM
           IF WS-ALLERGY-AVAILABLE
               CLOSE ALLERGY-MASTER
           END-IF
           IF WS-XREF-AVAILABLE
               CLOSE XREF-MASTER
           END-IF
           CLOSE PATIENT-FILE ALERT-FILE REVIEW-QUEUE
           DISPLAY "ALRGCHK: READ=" WS-READ-COUNT
                   " CHECKED=" WS-CHECKED-COUNT
                   " UNMAPPED=" WS-UNMAPPED-COUNT
                   " ALERTS=" WS-ALERT-COUNT
                   " QUEUED=" WS-QUEUED-COUNT
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

       1000-LOAD-DRUG-CLASSES.
           OPEN INPUT CLASS-FILE
           PERFORM 1100-READ-DRUG-CLASS
           PERFORM UNTIL END-OF-FILE
               IF WS-CLASS-COUNT < 20000
                   ADD 1 TO WS-CLASS-COUNT
                   MOVE DCR-MEDICATION-CODE
                       TO WS-CLS-MEDICATION (WS-CLASS-COUNT)
                   MOVE DCR-DRUG-CLASS
                       TO WS-CLS-DRUG-CLASS (WS-CLASS-COUNT)
               END-IF
               PERFORM 1100-READ-DRUG-CLASS
           END-PERFORM
           CLOSE CLASS-FILE
           MOVE 'N' TO WS-EOF.

       1100-READ-DRUG-CLASS.
           READ CLASS-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-READ-PATIENT.
           READ PATIENT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3000-CHECK-STAY-MEDICATIONS.
           MOVE PATIENT-ID TO WS-RESOLVE-ID
           PERFORM 8000-FOLLOW-MERGE-CHAIN
           PERFORM 3100-LOAD-PATIENT-ALLERGIES
           IF WS-ALG-COUNT > 0
               PERFORM VARYING WS-MED-INDEX FROM 1 BY 1
                   UNTIL WS-MED-INDEX > MEDICATION-COUNT
                   ADD 1 TO WS-CHECKED-COUNT
                   PERFORM 3200-CHECK-MEDICATION
               END-PERFORM
           END-IF.

      *> The survivor's rows sit together under its PATIENT-ID.
       3100-LOAD-PATIENT-ALLERGIES.
           MOVE 0 TO WS-ALG-COUNT
           MOVE 'N' TO WS-ALLERGY-EOF
           IF WS-ALLERGY-AVAILABLE
               MOVE WS-RESOLVE-ID TO PAL-PATIENT-ID
               MOVE LOW-VALUES TO PAL-ALLERGEN-CLASS
               START ALLERGY-MASTER
                   KEY IS NOT LESS THAN PAL-ALLERGY-KEY
                   INVALID KEY SET END-OF-ALLERGIES TO TRUE
               END-START
               PERFORM UNTIL END-OF-ALLERGIES
                   READ ALLERGY-MASTER NEXT
                       AT END SET END-OF-ALLERGIES TO TRUE
                       NOT AT END
                           IF PAL-PATIENT-ID NOT = WS-RESOLVE-ID
                               SET END-OF-ALLERGIES TO TRUE
                           ELSE
                               IF PAL-ACTIVE AND WS-ALG-COUNT < 100
                                   ADD 1 TO WS-ALG-COUNT
                                   MOVE PAL-ALLERGEN-CLASS
                                       TO WS-ALG-CLASS (WS-ALG-COUNT)
                                   MOVE PAL-SEVERITY
                                       TO WS-ALG-SEVERITY (WS-ALG-COUNT)
                                   MOVE PAL-SOURCE
                                       TO WS-ALG-SOURCE (WS-ALG-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *> Every class the medication belongs to is checked.
       3200-CHECK-MEDICATION.
           MOVE 'N' TO WS-MAPPED
           PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
               UNTIL WS-CLASS-INDEX > WS-CLASS-COUNT
               IF WS-CLS-MEDICATION (WS-CLASS-INDEX) =
                       MEDICATION-CODE (WS-MED-INDEX)
                   SET WS-MEDICATION-MAPPED TO TRUE
                   PERFORM 3300-MATCH-ALLERGY
               END-IF
           END-PERFORM
           IF NOT WS-MEDICATION-MAPPED
               ADD 1 TO WS-UNMAPPED-COUNT
           END-IF.

       3300-MATCH-ALLERGY.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-ALG-INDEX FROM 1 BY 1
               UNTIL WS-ALG-INDEX > WS-ALG-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-ALG-CLASS (WS-ALG-INDEX) =
                       WS-CLS-DRUG-CLASS (WS-CLASS-INDEX)
                   SET WS-ENTRY-FOUND TO TRUE
                   PERFORM 3400-WRITE-ALERT
               END-IF
           END-PERFORM.

       3400-WRITE-ALERT.
           MOVE PATIENT-ID TO AAL-PATIENT-ID
           MOVE WS-RESOLVE-ID TO AAL-SURVIVOR-ID
           MOVE ADMISSION-DATE TO AAL-ADMISSION-DATE
           MOVE MEDICATION-CODE (WS-MED-INDEX) TO AAL-MEDICATION-CODE
           MOVE PRESCRIPTION-DATE (WS-MED-INDEX)
               TO AAL-PRESCRIPTION-DATE
           MOVE WS-CLS-DRUG-CLASS (WS-CLASS-INDEX) TO AAL-DRUG-CLASS
           MOVE WS-ALG-SEVERITY (WS-ALG-INDEX) TO AAL-SEVERITY
           MOVE WS-ALG-SOURCE (WS-ALG-INDEX) TO AAL-SOURCE
           EVALUATE WS-ALG-SEVERITY (WS-ALG-INDEX)
               WHEN 'S'
                   SET AAL-GRADE-CRITICAL TO TRUE
               WHEN 'O'
                   SET AAL-GRADE-WARNING TO TRUE
               WHEN OTHER
                   SET AAL-GRADE-ADVISORY TO TRUE
           END-EVALUATE
           IF PRESCRIPTION-DATE (WS-MED-INDEX) >= WS-WINDOW-START
               MOVE ALLERGY-ALERT-LINE TO REVIEW-QUEUE-LINE
               WRITE REVIEW-QUEUE-LINE
               ADD 1 TO WS-QUEUED-COUNT
           ELSE
               WRITE ALLERGY-ALERT-LINE
               ADD 1 TO WS-ALERT-COUNT
           END-IF.

      *> Follow the merge chain to its live identity; PATMERGE
      *> re-points a link whose survivor was already merged, but a
      *> survivor merged away afterwards still needs the extra hop.
       8000-FOLLOW-MERGE-CHAIN.
           MOVE 'N' TO WS-RESOLVE-DONE
           MOVE 0 TO WS-RESOLVE-HOPS
           IF NOT WS-XREF-AVAILABLE
               SET WS-RESOLVED TO TRUE
           END-IF
           PERFORM UNTIL WS-RESOLVED
               IF WS-RESOLVE-ID IS NOT NUMERIC
                       OR WS-RESOLVE-HOPS > 9
                   SET WS-RESOLVED TO TRUE
               ELSE
                   MOVE WS-RESOLVE-NUMBER TO PXR-MERGED-PATIENT-ID
                   READ XREF-MASTER
                       INVALID KEY
                           SET WS-RESOLVED TO TRUE
                       NOT INVALID KEY
                           MOVE PXR-SURVIVOR-PATIENT-ID
                               TO WS-RESOLVE-NUMBER
                           ADD 1 TO WS-RESOLVE-HOPS
                   END-READ
               END-IF
           END-PERFORM.
