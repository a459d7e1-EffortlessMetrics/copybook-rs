      *> RSCHREL - De-identified research dataset release. Each
      *> release request is checked against the data use agreement
      *> master: the study must hold an approved agreement in force on
      *> the business date that permits the release type asked for (a
      *> limited-data-set agreement may also take a Safe Harbor file).
      *> An approved request releases the PHI feed's records in its
      *> service range with every direct identifier removed - patient
      *> ID, MRN, SSN digits, provider IDs, user and audit references
      *> and diagnosis free text never leave - and each patient known
      *> only by a per-release subject number. Safe Harbor reduces
      *> every date to its year, bands ages over 89 as '90+' with the
      *> birth year withheld, and suppresses the facility; a limited
      *> data set keeps full dates and the facility where its
      *> agreement permits. Diagnoses and department go only where
      *> permitted. Any patient with a CONSENT-REVOKED record, or on
      *> the restriction-of-processing suppression list, is excluded
      *> entirely. Every request, released or refused, is logged.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSCHREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "RSCHREQ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AGREEMENT-MASTER ASSIGN TO "DUAMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUA-STUDY-ID
               FILE STATUS IS WS-AGREEMENT-STATUS.
           SELECT PHI-FILE ASSIGN TO "PHIIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUPPRESSION-FILE ASSIGN TO "SUPLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUPPRESSION-STATUS.
           SELECT DATASET-FILE ASSIGN TO "RSCHDATA"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LOG-FILE ASSIGN TO "RSCHLOG"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
           COPY research_release_request.
       FD  AGREEMENT-MASTER.
           COPY data_use_agreement_record.
       FD  PHI-FILE.
           COPY healthcare_hipaa_compliance.
       FD  SUPPRESSION-FILE.
           COPY suppression_record.
       FD  DATASET-FILE.
           COPY research_dataset_record.
       FD  LOG-FILE.
           COPY research_release_log.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-AGREEMENT-STATUS         PIC X(2).
       01  WS-SUPPRESSION-STATUS       PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-PHI-EOF                  PIC X(1).
           88  END-OF-PHI              VALUE 'Y'.
       01  WS-AGREEMENT-STATE          PIC X(1).
           88  WS-AGREEMENT-FOUND      VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-SERVICE-DATE             PIC 9(8).
       01  WS-BIRTH-DATE               PIC 9(8).
       01  WS-AGE                      PIC 9(3).
       01  WS-PATIENT                  PIC 9(12).
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-DIAG-INDEX               PIC 9(3) COMP.
       01  WS-SUP-INDEX                PIC 9(5) COMP.
       01  WS-SUP-COUNT                PIC 9(5) COMP VALUE 0.
       01  WS-REVOKED-INDEX            PIC 9(5) COMP.
       01  WS-REVOKED-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-SUBJ-INDEX               PIC 9(5) COMP.
       01  WS-SUBJ-COUNT               PIC 9(5) COMP.
       01  WS-SUPPRESSION-TABLE.
           05  WS-SUP-ID OCCURS 20000 TIMES
                                       PIC 9(12).
       01  WS-REVOKED-TABLE.
           05  WS-REVOKED-ID OCCURS 20000 TIMES
                                       PIC 9(12).
      *> Subject numbers run from one within each release, in the
      *> order patients first appear.
       01  WS-SUBJECT-TABLE.
           05  WS-SUBJ-PATIENT OCCURS 20000 TIMES
                                       PIC 9(12).
       01  WS-RELEASE-COUNTS.
           05  WS-RECORDS-RELEASED     PIC 9(9).
           05  WS-EXCLUDED-CONSENT     PIC 9(7).
           05  WS-EXCLUDED-RESTRICTED  PIC 9(7).
       01  WS-COUNTS.
           05  WS-REQUEST-COUNT        PIC 9(7) VALUE 0.
           05  WS-RELEASED-COUNT       PIC 9(7) VALUE 0.
           05  WS-REFUSED-COUNT        PIC 9(7) VALUE 0.
           05  WS-RECORDS-TOTAL        PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 1000-LOAD-SUPPRESSION-LIST
           PERFORM 1200-LOAD-REVOKED-CONSENT
           OPEN INPUT AGREEMENT-MASTER
           IF WS-AGREEMENT-STATUS NOT = "00"
               OPEN OUTPUT AGREEMENT-MASTER
               CLOSE AGREEMENT-MASTER
               OPEN INPUT AGREEMENT-MASTER
           END-IF
           OPEN INPUT REQUEST-FILE
           OPEN OUTPUT DATASET-FILE LOG-FILE
           PERFORM 1900-READ-REQUEST
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-REQUEST-COUNT
               PERFORM 2000-PROCESS-REQUEST
               PERFORM 1900-READ-REQUEST
           END-PERFORM
           CLOSE AGREEMENT-MASTER REQUEST-FILE DATASET-FILE LOG-FILE
           DISPLAY "RSCHREL: REQUESTS=" WS-REQUEST-COUNT
                   " RELEASED=" WS-RELEASED-COUNT
                   " REFUSED=" WS-REFUSED-COUNT
                   " RECORDS=" WS-RECORDS-TOTAL
                   " RESTRICTED-LISTED=" WS-SUP-COUNT
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

      *> RPSUPPRS lists each restricted subject's linked PATIENT-ID
      *> as a derived entry, so the feed's patient matches directly.
       1000-LOAD-SUPPRESSION-LIST.
           OPEN INPUT SUPPRESSION-FILE
           IF WS-SUPPRESSION-STATUS = "00"
               PERFORM 1100-READ-SUPPRESSION
               PERFORM UNTIL END-OF-FILE
                   IF WS-SUP-COUNT < 20000
                       ADD 1 TO WS-SUP-COUNT
                       MOVE SUP-DATA-SUBJECT-ID
                           TO WS-SUP-ID (WS-SUP-COUNT)
                   END-IF
                   PERFORM 1100-READ-SUPPRESSION
               END-PERFORM
               CLOSE SUPPRESSION-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       1100-READ-SUPPRESSION.
           READ SUPPRESSION-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> One revoked record withdraws the patient from every release.
       1200-LOAD-REVOKED-CONSENT.
           MOVE 'N' TO WS-PHI-EOF
           OPEN INPUT PHI-FILE
           PERFORM 1300-READ-PHI
           PERFORM UNTIL END-OF-PHI
               IF CONSENT-REVOKED
                   MOVE PATIENT-ID OF PATIENT-HEALTH-RECORD
                       TO WS-PATIENT
                   PERFORM 8100-FIND-REVOKED
                   IF NOT WS-ENTRY-FOUND AND WS-REVOKED-COUNT < 20000
                       ADD 1 TO WS-REVOKED-COUNT
                       MOVE WS-PATIENT
                           TO WS-REVOKED-ID (WS-REVOKED-COUNT)
                   END-IF
               END-IF
               PERFORM 1300-READ-PHI
           END-PERFORM
           CLOSE PHI-FILE.

       1300-READ-PHI.
           READ PHI-FILE
               AT END SET END-OF-PHI TO TRUE
           END-READ.

       1900-READ-REQUEST.
           READ REQUEST-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-PROCESS-REQUEST.
           INITIALIZE RESEARCH-RELEASE-LOG
           MOVE RLQ-REQUEST-ID TO RLG-REQUEST-ID
           MOVE RLQ-STUDY-ID TO RLG-STUDY-ID
           MOVE RLQ-RELEASE-TYPE TO RLG-RELEASE-TYPE
           MOVE RLQ-REQUESTER-ID TO RLG-REQUESTER-ID
           MOVE WS-TODAY TO RLG-RELEASE-DATE
           MOVE RLQ-STUDY-ID TO DUA-STUDY-ID
           MOVE 'N' TO WS-AGREEMENT-STATE
           READ AGREEMENT-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-AGREEMENT-FOUND TO TRUE
           END-READ
           IF WS-AGREEMENT-FOUND
               MOVE DUA-IRB-REFERENCE TO RLG-IRB-REFERENCE
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-AGREEMENT-FOUND
                   SET RLG-NO-AGREEMENT TO TRUE
               WHEN NOT DUA-APPROVED
                   SET RLG-NOT-APPROVED TO TRUE
               WHEN WS-TODAY < DUA-APPROVED-DATE
                       OR WS-TODAY > DUA-EXPIRY-DATE
                   SET RLG-AGREEMENT-EXPIRED TO TRUE
               WHEN NOT RLQ-SAFE-HARBOR
                       AND NOT RLQ-LIMITED-DATA-SET
                   SET RLG-TYPE-NOT-PERMITTED TO TRUE
               WHEN RLQ-LIMITED-DATA-SET AND DUA-SAFE-HARBOR
                   SET RLG-TYPE-NOT-PERMITTED TO TRUE
           END-EVALUATE
           IF RLG-REFUSAL-REASON = SPACES
               PERFORM 3000-RELEASE-DATASET
               SET RLG-RELEASED TO TRUE
               MOVE WS-RECORDS-RELEASED TO RLG-RECORDS-RELEASED
               MOVE WS-SUBJ-COUNT TO RLG-SUBJECTS-RELEASED
               MOVE WS-EXCLUDED-CONSENT TO RLG-EXCLUDED-CONSENT
               MOVE WS-EXCLUDED-RESTRICTED TO RLG-EXCLUDED-RESTRICTED
               ADD 1 TO WS-RELEASED-COUNT
               ADD WS-RECORDS-RELEASED TO WS-RECORDS-TOTAL
           ELSE
               SET RLG-REFUSED TO TRUE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF
           WRITE RESEARCH-RELEASE-LOG.

       3000-RELEASE-DATASET.
           INITIALIZE WS-RELEASE-COUNTS
           MOVE 0 TO WS-SUBJ-COUNT
           MOVE 'N' TO WS-PHI-EOF
           OPEN INPUT PHI-FILE
           PERFORM 1300-READ-PHI
           PERFORM UNTIL END-OF-PHI
               COMPUTE WS-SERVICE-DATE = ACCESS-TIMESTAMP / 1000000
               IF WS-SERVICE-DATE NOT < RLQ-SERVICE-FROM
                       AND WS-SERVICE-DATE NOT > RLQ-SERVICE-TO
                   PERFORM 3100-SCREEN-RECORD
               END-IF
               PERFORM 1300-READ-PHI
           END-PERFORM
           CLOSE PHI-FILE.

       3100-SCREEN-RECORD.
           MOVE PATIENT-ID OF PATIENT-HEALTH-RECORD TO WS-PATIENT
           PERFORM 8100-FIND-REVOKED
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-EXCLUDED-CONSENT
           ELSE
               PERFORM 8200-FIND-RESTRICTED
               IF WS-ENTRY-FOUND
                   ADD 1 TO WS-EXCLUDED-RESTRICTED
               ELSE
                   PERFORM 3200-WRITE-DATASET-RECORD
               END-IF
           END-IF.

       3200-WRITE-DATASET-RECORD.
           INITIALIZE RESEARCH-DATASET-RECORD
           MOVE RLQ-REQUEST-ID TO RDS-REQUEST-ID
           MOVE RLQ-STUDY-ID TO RDS-STUDY-ID
           MOVE RLQ-RELEASE-TYPE TO RDS-RELEASE-TYPE
           PERFORM 8300-ASSIGN-SUBJECT
           MOVE WS-SUBJ-INDEX TO RDS-SUBJECT-NUMBER
           MOVE PHI-CATEGORY TO RDS-PHI-CATEGORY
           PERFORM 3300-DE-IDENTIFY-DATES
           IF RLQ-LIMITED-DATA-SET AND DUA-FACILITY-PERMITTED
               MOVE FACILITY-ID TO RDS-FACILITY-ID
           END-IF
           IF DUA-DEPARTMENT-PERMITTED
               MOVE DEPARTMENT-CODE TO RDS-DEPARTMENT-CODE
           END-IF
           IF DUA-DIAGNOSES-PERMITTED
               MOVE DIAGNOSIS-COUNT TO RDS-DIAGNOSIS-COUNT
               PERFORM VARYING WS-DIAG-INDEX FROM 1 BY 1
                   UNTIL WS-DIAG-INDEX > DIAGNOSIS-COUNT
                   MOVE DIAGNOSIS-CODE (WS-DIAG-INDEX)
                       TO RDS-DIAGNOSIS-CODE (WS-DIAG-INDEX)
                   MOVE SEVERITY-LEVEL (WS-DIAG-INDEX)
                       TO RDS-SEVERITY-LEVEL (WS-DIAG-INDEX)
               END-PERFORM
           END-IF
           WRITE RESEARCH-DATASET-RECORD
           ADD 1 TO WS-RECORDS-RELEASED.

      *> Age is whole years at the service date. Under Safe Harbor
      *> an age over 89 is only '90+', and the birth year that would
      *> give it away goes too.
       3300-DE-IDENTIFY-DATES.
           MOVE DATE-OF-BIRTH TO WS-BIRTH-DATE
           IF WS-BIRTH-DATE > 0 AND WS-BIRTH-DATE NOT > WS-SERVICE-DATE
               COMPUTE WS-AGE =
                   (WS-SERVICE-DATE - WS-BIRTH-DATE) / 10000
               MOVE WS-AGE TO RDS-AGE
           ELSE
               MOVE 0 TO WS-AGE
               MOVE SPACES TO RDS-AGE
           END-IF
           IF RLQ-LIMITED-DATA-SET AND DUA-DATES-PERMITTED
               MOVE WS-BIRTH-DATE TO RDS-BIRTH-DATE
               MOVE WS-SERVICE-DATE TO RDS-SERVICE-DATE
           ELSE
               COMPUTE RDS-BIRTH-DATE = (WS-BIRTH-DATE / 10000) * 10000
               COMPUTE RDS-SERVICE-DATE =
                   (WS-SERVICE-DATE / 10000) * 10000
           END-IF
           IF RLQ-SAFE-HARBOR AND WS-AGE > 89
               MOVE '90+' TO RDS-AGE
               MOVE 0 TO RDS-BIRTH-DATE
           END-IF.

       8100-FIND-REVOKED.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-REVOKED-INDEX FROM 1 BY 1
               UNTIL WS-REVOKED-INDEX > WS-REVOKED-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-REVOKED-ID (WS-REVOKED-INDEX) = WS-PATIENT
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.

       8200-FIND-RESTRICTED.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SUP-INDEX FROM 1 BY 1
               UNTIL WS-SUP-INDEX > WS-SUP-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-SUP-ID (WS-SUP-INDEX) = WS-PATIENT
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *> Leaves WS-SUBJ-INDEX on the patient's subject number.
       8300-ASSIGN-SUBJECT.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SUBJ-INDEX FROM 1 BY 1
               UNTIL WS-SUBJ-INDEX > WS-SUBJ-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-SUBJ-PATIENT (WS-SUBJ-INDEX) = WS-PATIENT
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-SUBJ-INDEX
           ELSE
               IF WS-SUBJ-COUNT < 20000
                   ADD 1 TO WS-SUBJ-COUNT
                   MOVE WS-PATIENT TO WS-SUBJ-PATIENT (WS-SUBJ-COUNT)
               END-IF
               MOVE WS-SUBJ-COUNT TO WS-SUBJ-INDEX
           END-IF.
