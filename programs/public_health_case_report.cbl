      *> PHCASE - Reportable-condition case reporting to the state
      *> health department. Each night's DIAGNOSIS-CODE occurrences on
      *> the PHI feed (dated by the access date) and ICD-CODE
      *> occurrences on HCENTREC (dated by ONSET-DATE, else the
      *> admission date) are checked against the effective-dated
      *> reportable-condition reference. A reportable diagnosis with
      *> no case yet for the patient's surviving identity and the
      *> code, whatever its diagnosis date, opens a case - keyed on
      *> identity, code and the diagnosis date first seen - due
      *> the condition's reporting days after diagnosis, goes to the
      *> state case-report extract with the patient's MRN and birth
      *> date from the PHI feed and the reporting facility, and is
      *> logged as a public-health disclosure in the unified audit
      *> shape, concatenated into the trail UNIAUDIT maintains so
      *> AODPKG accounts for it. A stay's facility, department and
      *> provider NPI come from its attending provider on the provider
      *> master. PHCASEAK posts the state's acknowledgments.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHCASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONDITION-FILE ASSIGN TO "RPTCOND"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROVIDER-FILE ASSIGN TO "PROVMSTR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PHI-FILE ASSIGN TO "PHIIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PATIENT-FILE ASSIGN TO "HCENTREC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CASE-MASTER ASSIGN TO "PHCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHC-CASE-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT XREF-MASTER ASSIGN TO "PATXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PXR-MERGED-PATIENT-ID
               FILE STATUS IS WS-XREF-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "PHCASERP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "PHAUDIT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONDITION-FILE.
           COPY reportable_condition_record.
       FD  PROVIDER-FILE.
           COPY provider_master_record.
       FD  PHI-FILE.
           COPY healthcare_hipaa_compliance
               REPLACING ==DIAGNOSIS-COUNT==
                      BY ==PHI-DIAGNOSIS-COUNT==
                         ==DIAGNOSES==
                      BY ==PHI-DIAGNOSES==.
       FD  PATIENT-FILE.
           COPY ac2_level88_after_odo_enterprise.
       FD  CASE-MASTER.
           COPY public_health_case_record.
       FD  XREF-MASTER.
           COPY patient_xref_record.
       FD  EXTRACT-FILE.
           COPY public_health_case_line.
       FD  AUDIT-FILE.
           COPY unified_audit_trail_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-CASE-STATUS              PIC X(2).
       01  WS-XREF-STATUS              PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-XREF-STATE               PIC X(1) VALUE 'N'.
           88  WS-XREF-AVAILABLE       VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-DIAG-INDEX               PIC 9(3) COMP.
       01  WS-COND-INDEX               PIC 9(4) COMP.
       01  WS-COND-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-PROV-INDEX               PIC 9(5) COMP.
       01  WS-PROV-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-IDENT-INDEX              PIC 9(5) COMP.
       01  WS-IDENT-COUNT              PIC 9(5) COMP VALUE 0.
       01  WS-MATCH-INDEX              PIC 9(5) COMP.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-CHECK-CODE               PIC X(7).
       01  WS-SERVICE-DATE             PIC 9(8).
       01  WS-CASE-SOURCE              PIC X(1).
       01  WS-CASE-STATE               PIC X(1).
           88  WS-CASE-ON-FILE         VALUE 'Y'.
      *> The merge cross-reference keys the 10-digit registration
      *> number, carried right-justified in PATIENT-ID.
       01  WS-RESOLVE-ID               PIC X(12).
       01  WS-RESOLVE-NUMBER REDEFINES WS-RESOLVE-ID
                                       PIC 9(12).
       01  WS-RESOLVE-HOPS             PIC 9(2) COMP.
       01  WS-RESOLVE-DONE             PIC X(1).
           88  WS-RESOLVED             VALUE 'Y'.
       01  WS-AUDIT-REF                PIC X(32).
       01  WS-CONDITION-TABLE.
           05  WS-COND-ENTRY OCCURS 2000 TIMES.
               10  WS-CND-FROM         PIC X(7).
               10  WS-CND-TO           PIC X(7).
               10  WS-CND-NAME         PIC X(30).
               10  WS-CND-CATEGORY     PIC X(1).
               10  WS-CND-DAYS         PIC 9(3).
               10  WS-CND-EFFECTIVE    PIC 9(8).
               10  WS-CND-END          PIC 9(8).
       01  WS-PROVIDER-TABLE.
           05  WS-PROV-ENTRY OCCURS 20000 TIMES.
               10  WS-PRV-ID           PIC X(8).
               10  WS-PRV-NPI          PIC 9(10).
               10  WS-PRV-DEPARTMENT   PIC X(4).
               10  WS-PRV-FACILITY     PIC 9(6).
      *> Patient identities seen on the PHI feed, under their
      *> surviving registration number, for a stay's demographics.
       01  WS-IDENTITY-TABLE.
           05  WS-IDENT-ENTRY OCCURS 20000 TIMES.
               10  WS-IDN-NUMBER       PIC 9(12).
               10  WS-IDN-MRN          PIC X(12).
               10  WS-IDN-BIRTH-DATE   PIC 9(8).
       01  WS-COUNTS.
           05  WS-PHI-COUNT            PIC 9(9) VALUE 0.
           05  WS-HCENT-COUNT          PIC 9(9) VALUE 0.
           05  WS-REPORTABLE-COUNT     PIC 9(9) VALUE 0.
           05  WS-NEW-CASE-COUNT       PIC 9(9) VALUE 0.
           05  WS-RESUBMIT-COUNT       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 1000-LOAD-CONDITIONS
           PERFORM 1200-LOAD-PROVIDERS
           OPEN I-O CASE-MASTER
           IF WS-CASE-STATUS NOT = "00"
               OPEN OUTPUT CASE-MASTER
               CLOSE CASE-MASTER
               OPEN I-O CASE-MASTER
           END-IF
           OPEN INPUT XREF-MASTER
           IF WS-XREF-STATUS = "00"
               SET WS-XREF-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT EXTRACT-FILE AUDIT-FILE
           PERFORM 2000-SCAN-PHI-FEED
           PERFORM 3000-SCAN-HCENT-FEED
           IF WS-XREF-AVAILABLE
               CLOSE XREF-MASTER
           END-IF
           CLOSE CASE-MASTER EXTRACT-FILE AUDIT-FILE
           DISPLAY "PHCASE: PHI=" WS-PHI-COUNT
                   " HCENT=" WS-HCENT-COUNT
                   " REPORTABLE=" WS-REPORTABLE-COUNT
                   " NEW-CASES=" WS-NEW-CASE-COUNT
                   " RESUBMITTED=" WS-RESUBMIT-COUNT
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

       1000-LOAD-CONDITIONS.
           OPEN INPUT CONDITION-FILE
           PERFORM 1100-READ-CONDITION
           PERFORM UNTIL END-OF-FILE
               IF WS-COND-COUNT < 2000
                   ADD 1 TO WS-COND-COUNT
                   MOVE RCR-ICD-FROM TO WS-CND-FROM (WS-COND-COUNT)
                   MOVE RCR-ICD-TO TO WS-CND-TO (WS-COND-COUNT)
                   MOVE RCR-CONDITION-NAME
                       TO WS-CND-NAME (WS-COND-COUNT)
                   MOVE RCR-CATEGORY TO WS-CND-CATEGORY (WS-COND-COUNT)
                   MOVE RCR-REPORT-DAYS TO WS-CND-DAYS (WS-COND-COUNT)
                   MOVE RCR-EFFECTIVE-DATE
                       TO WS-CND-EFFECTIVE (WS-COND-COUNT)
                   MOVE RCR-END-DATE TO WS-CND-END (WS-COND-COUNT)
               END-IF
               PERFORM 1100-READ-CONDITION
           END-PERFORM
           CLOSE CONDITION-FILE
           MOVE 'N' TO WS-EOF.

       1100-READ-CONDITION.
           READ CONDITION-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1200-LOAD-PROVIDERS.
           OPEN INPUT PROVIDER-FILE
           PERFORM 1300-READ-PROVIDER
           PERFORM UNTIL END-OF-FILE
               IF WS-PROV-COUNT < 20000
                   ADD 1 TO WS-PROV-COUNT
                   MOVE PMR-PROVIDER-ID TO WS-PRV-ID (WS-PROV-COUNT)
                   MOVE PMR-PROVIDER-NPI TO WS-PRV-NPI (WS-PROV-COUNT)
                   MOVE PMR-DEPARTMENT-CODE
                       TO WS-PRV-DEPARTMENT (WS-PROV-COUNT)
                   MOVE PMR-FACILITY-ID
                       TO WS-PRV-FACILITY (WS-PROV-COUNT)
               END-IF
               PERFORM 1300-READ-PROVIDER
           END-PERFORM
           CLOSE PROVIDER-FILE
           MOVE 'N' TO WS-EOF.

       1300-READ-PROVIDER.
           READ PROVIDER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-SCAN-PHI-FEED.
           OPEN INPUT PHI-FILE
           PERFORM 2100-READ-PHI
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-PHI-COUNT
               MOVE PATIENT-ID OF PATIENT-HEALTH-RECORD
                   TO WS-RESOLVE-NUMBER
               PERFORM 8000-FOLLOW-MERGE-CHAIN
               PERFORM 2200-NOTE-IDENTITY
               COMPUTE WS-SERVICE-DATE = ACCESS-TIMESTAMP / 1000000
               PERFORM VARYING WS-DIAG-INDEX FROM 1 BY 1
                   UNTIL WS-DIAG-INDEX > PHI-DIAGNOSIS-COUNT
                   MOVE DIAGNOSIS-CODE (WS-DIAG-INDEX)
                       TO WS-CHECK-CODE
                   PERFORM 4000-FIND-CONDITION
                   IF WS-ENTRY-FOUND
                       INITIALIZE PUBLIC-HEALTH-CASE-LINE
                       MOVE MEDICAL-RECORD-NUMBER
                           TO PHX-MEDICAL-RECORD-NUMBER
                       MOVE DATE-OF-BIRTH TO PHX-DATE-OF-BIRTH
                       MOVE FACILITY-ID TO PHX-FACILITY-ID
                       MOVE DEPARTMENT-CODE TO PHX-DEPARTMENT-CODE
                       MOVE PROVIDER-NPI TO PHX-PROVIDER-NPI
                       SET PHC-FROM-PHI TO TRUE
                       PERFORM 4100-OPEN-CASE
                   END-IF
               END-PERFORM
               PERFORM 2100-READ-PHI
           END-PERFORM
           CLOSE PHI-FILE
           MOVE 'N' TO WS-EOF.

       2100-READ-PHI.
           READ PHI-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2200-NOTE-IDENTITY.
           PERFORM 8100-FIND-IDENTITY
           IF NOT WS-ENTRY-FOUND AND WS-IDENT-COUNT < 20000
               ADD 1 TO WS-IDENT-COUNT
               MOVE WS-RESOLVE-NUMBER TO WS-IDN-NUMBER (WS-IDENT-COUNT)
               MOVE MEDICAL-RECORD-NUMBER
                   TO WS-IDN-MRN (WS-IDENT-COUNT)
               MOVE DATE-OF-BIRTH TO WS-IDN-BIRTH-DATE (WS-IDENT-COUNT)
           END-IF.

       3000-SCAN-HCENT-FEED.
           OPEN INPUT PATIENT-FILE
           PERFORM 3100-READ-PATIENT
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-HCENT-COUNT
               MOVE PATIENT-ID OF HEALTHCARE-ENTERPRISE-RECORD
                   TO WS-RESOLVE-ID
               PERFORM 8000-FOLLOW-MERGE-CHAIN
               PERFORM VARYING WS-DIAG-INDEX FROM 1 BY 1
                   UNTIL WS-DIAG-INDEX > DIAGNOSIS-COUNT
                   MOVE ICD-CODE (WS-DIAG-INDEX) TO WS-CHECK-CODE
                   IF ONSET-DATE (WS-DIAG-INDEX) > 0
                       MOVE ONSET-DATE (WS-DIAG-INDEX)
                           TO WS-SERVICE-DATE
                   ELSE
                       MOVE ADMISSION-DATE TO WS-SERVICE-DATE
                   END-IF
                   PERFORM 4000-FIND-CONDITION
                   IF WS-ENTRY-FOUND
                       PERFORM 3200-STAY-DEMOGRAPHICS
                       SET PHC-FROM-HCENT TO TRUE
                       PERFORM 4100-OPEN-CASE
                   END-IF
               END-PERFORM
               PERFORM 3100-READ-PATIENT
           END-PERFORM
           CLOSE PATIENT-FILE
           MOVE 'N' TO WS-EOF.

       3100-READ-PATIENT.
           READ PATIENT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3200-STAY-DEMOGRAPHICS.
           INITIALIZE PUBLIC-HEALTH-CASE-LINE
           IF WS-RESOLVE-ID IS NUMERIC
               PERFORM 8100-FIND-IDENTITY
               IF WS-ENTRY-FOUND
                   MOVE WS-IDN-MRN (WS-IDENT-INDEX)
                       TO PHX-MEDICAL-RECORD-NUMBER
                   MOVE WS-IDN-BIRTH-DATE (WS-IDENT-INDEX)
                       TO PHX-DATE-OF-BIRTH
               END-IF
           END-IF
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PROV-INDEX FROM 1 BY 1
               UNTIL WS-PROV-INDEX > WS-PROV-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-PRV-ID (WS-PROV-INDEX) =
                       PROVIDER-ID OF PATIENT-HEADER
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-PRV-FACILITY (WS-PROV-INDEX)
                       TO PHX-FACILITY-ID
                   MOVE WS-PRV-DEPARTMENT (WS-PROV-INDEX)
                       TO PHX-DEPARTMENT-CODE
                   MOVE WS-PRV-NPI (WS-PROV-INDEX)
                       TO PHX-PROVIDER-NPI
               END-IF
           END-PERFORM.

      *> A code is reportable when it falls in a range whose rule is
      *> in effect on the diagnosis date.
       4000-FIND-CONDITION.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-COND-INDEX FROM 1 BY 1
               UNTIL WS-COND-INDEX > WS-COND-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-CHECK-CODE >= WS-CND-FROM (WS-COND-INDEX)
                   AND WS-CHECK-CODE <= WS-CND-TO (WS-COND-INDEX)
                   AND WS-CND-EFFECTIVE (WS-COND-INDEX) <=
                       WS-SERVICE-DATE
                   AND (WS-CND-END (WS-COND-INDEX) = 0
                       OR WS-CND-END (WS-COND-INDEX) >=
                           WS-SERVICE-DATE)
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-COND-INDEX TO WS-MATCH-INDEX
               END-IF
           END-PERFORM.

      *> The same diagnosis turns up night after night while the
      *> patient is in house, dated by each night's access on the
      *> PHI feed and by onset or admission on HCENTREC; only the
      *> first sighting for the patient and code is a new case, so
      *> the lookup starts at the lowest date for the pair and
      *> takes any case it finds there. A case the state rejected is
      *> sent again, as corrected in the feed, the next time it is
      *> seen - the disclosure itself was already logged.
       4100-OPEN-CASE.
           ADD 1 TO WS-REPORTABLE-COUNT
           MOVE PHC-SOURCE TO WS-CASE-SOURCE
           PERFORM 4150-FIND-PATIENT-CASE
           IF WS-CASE-ON-FILE
               IF PHC-REJECTED
                   PERFORM 4250-RESUBMIT-CASE
               END-IF
           ELSE
               MOVE WS-RESOLVE-ID TO PHC-PATIENT-ID
               MOVE WS-CHECK-CODE TO PHC-ICD-CODE
               MOVE WS-SERVICE-DATE TO PHC-DIAGNOSIS-DATE
               MOVE WS-CASE-SOURCE TO PHC-SOURCE
               PERFORM 4200-WRITE-NEW-CASE
           END-IF.

       4150-FIND-PATIENT-CASE.
           MOVE 'N' TO WS-CASE-STATE
           MOVE WS-RESOLVE-ID TO PHC-PATIENT-ID
           MOVE WS-CHECK-CODE TO PHC-ICD-CODE
           MOVE 0 TO PHC-DIAGNOSIS-DATE
           START CASE-MASTER KEY IS NOT LESS THAN PHC-CASE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CASE-MASTER NEXT
                       AT END CONTINUE
                       NOT AT END
                           IF PHC-PATIENT-ID = WS-RESOLVE-ID
                               AND PHC-ICD-CODE = WS-CHECK-CODE
                               SET WS-CASE-ON-FILE TO TRUE
                           END-IF
                   END-READ
           END-START.

       4200-WRITE-NEW-CASE.
           MOVE WS-CND-NAME (WS-MATCH-INDEX) TO PHC-CONDITION-NAME
           MOVE WS-CND-CATEGORY (WS-MATCH-INDEX) TO PHC-CATEGORY
           MOVE PHX-FACILITY-ID TO PHC-FACILITY-ID
           COMPUTE PHC-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-SERVICE-DATE)
                   + WS-CND-DAYS (WS-MATCH-INDEX))
           MOVE WS-TODAY TO PHC-SUBMIT-DATE
           SET PHC-SUBMITTED TO TRUE
           MOVE 0 TO PHC-ACK-DATE
           MOVE SPACES TO PHC-ACK-CODE
           WRITE PUBLIC-HEALTH-CASE-RECORD
           PERFORM 4400-WRITE-CASE-LINE
           PERFORM 4300-LOG-DISCLOSURE
           ADD 1 TO WS-NEW-CASE-COUNT.

       4250-RESUBMIT-CASE.
           MOVE PHX-FACILITY-ID TO PHC-FACILITY-ID
           MOVE WS-TODAY TO PHC-SUBMIT-DATE
           SET PHC-SUBMITTED TO TRUE
           MOVE 0 TO PHC-ACK-DATE
           MOVE SPACES TO PHC-ACK-CODE
           REWRITE PUBLIC-HEALTH-CASE-RECORD
           PERFORM 4400-WRITE-CASE-LINE
           ADD 1 TO WS-RESUBMIT-COUNT.

      *> A public-health disclosure is one the patient can ask to
      *> have accounted for, so it goes on the HIPAA side of the
      *> trail under the patient's registration number.
       4300-LOG-DISCLOSURE.
           MOVE "HIPA" TO UAT-SOURCE-SYSTEM
           MOVE SPACES TO UAT-SUBJECT-REF
           MOVE PHC-PATIENT-ID TO UAT-SUBJECT-REF (1:12)
           MOVE SPACES TO UAT-RECORD-REF
           MOVE PHC-ICD-CODE TO UAT-RECORD-REF (1:7)
           COMPUTE UAT-EVENT-TIMESTAMP = WS-TODAY * 1000000
           MOVE SPACES TO WS-AUDIT-REF
           STRING "PUBLIC HEALTH REPORT " PHC-CONDITION-NAME
               DELIMITED BY SIZE INTO WS-AUDIT-REF
           END-STRING
           MOVE WS-AUDIT-REF TO UAT-AUDIT-REF
           SET UAT-NOT-ENCRYPTED TO TRUE
           WRITE UNIFIED-AUDIT-TRAIL-RECORD.

       4400-WRITE-CASE-LINE.
           MOVE PHC-PATIENT-ID TO PHX-PATIENT-ID
           MOVE PHC-ICD-CODE TO PHX-ICD-CODE
           MOVE PHC-CONDITION-NAME TO PHX-CONDITION-NAME
           MOVE PHC-CATEGORY TO PHX-CATEGORY
           MOVE PHC-DIAGNOSIS-DATE TO PHX-DIAGNOSIS-DATE
           MOVE PHC-DUE-DATE TO PHX-DUE-DATE
           MOVE WS-TODAY TO PHX-REPORT-DATE
           WRITE PUBLIC-HEALTH-CASE-LINE.

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

       8100-FIND-IDENTITY.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-IDENT-INDEX FROM 1 BY 1
               UNTIL WS-IDENT-INDEX > WS-IDENT-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-IDN-NUMBER (WS-IDENT-INDEX) = WS-RESOLVE-NUMBER
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-IDENT-INDEX
           END-IF.
