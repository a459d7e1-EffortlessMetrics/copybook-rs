      *> SNOOPDET - Nightly workforce snooping detection. PHIMINRP
      *> only sees what the access itself declares; this run tests
      *> every PHI access on the feed against who the AUTHORIZED-USER
      *> is. An access by a user with a treating relationship to the
      *> stay - the user is the stay's PROVIDER-ID, or works in its
      *> DEPARTMENT-CODE - is care and passes. Any other access is
      *> flagged when the patient is on PROTLIST's protected-patient
      *> list (an employee, VIP or employee family member), when the
      *> patient's name carries the user's surname, or when the
      *> patient lives at the user's address - patient name and
      *> address coming from the performance master through the
      *> identity cross-reference, the user's from the HR entitlement
      *> master. Each flagged access is written as evidence under a
      *> privacy investigation case, one case per user and patient a
      *> night, and each case goes out as an open action for the
      *> breach case master BRCHTRK maintains (concatenated into
      *> BRCHACTN), so investigation and disposition follow the
      *> existing case workflow.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNOOPDET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITLEMENT-FILE ASSIGN TO "ENTLMSTR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROTECTED-FILE ASSIGN TO "PROTPAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROTECTED-STATUS.
           SELECT XREF-MASTER ASSIGN TO "IDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-ENTERPRISE-ID
               FILE STATUS IS WS-XREF-STATUS.
           SELECT PERF-FILE ASSIGN TO "PERFIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PHI-FILE ASSIGN TO "PHIIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EVIDENCE-FILE ASSIGN TO "SNOOPEVD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CASE-ACTION-FILE ASSIGN TO "SNOOPCAS"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTITLEMENT-FILE.
           COPY user_entitlement_record.
       FD  PROTECTED-FILE.
           COPY protected_patient_record.
       FD  XREF-MASTER.
           COPY identity_xref_record.
       FD  PERF-FILE.
           COPY performance_baseline_record.
       FD  PHI-FILE.
           COPY healthcare_hipaa_compliance.
       FD  EVIDENCE-FILE.
           COPY privacy_evidence_line.
       FD  CASE-ACTION-FILE.
           COPY breach_case_transaction.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-PROTECTED-STATUS         PIC X(2).
       01  WS-XREF-STATUS              PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-USER-STATE               PIC X(1).
           88  WS-USER-KNOWN           VALUE 'Y'.
       01  WS-TREATING-STATE           PIC X(1).
           88  WS-TREATING             VALUE 'Y'.
       01  WS-HIT-FLAGS.
           05  WS-PROTECTED-FLAG       PIC X(1).
               88  WS-PROTECTED-HIT    VALUE 'Y'.
           05  WS-PROTECT-CATEGORY     PIC X(1).
           05  WS-SURNAME-FLAG         PIC X(1).
               88  WS-SURNAME-HIT      VALUE 'Y'.
           05  WS-ADDRESS-FLAG         PIC X(1).
               88  WS-ADDRESS-HIT      VALUE 'Y'.
       01  WS-PATIENT                  PIC 9(10).
       01  WS-CUSTOMER-ID              PIC 9(12).
       01  WS-USER-INDEX               PIC 9(5) COMP.
       01  WS-USER-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-USER-MATCH               PIC 9(5) COMP.
       01  WS-PROT-INDEX               PIC 9(5) COMP.
       01  WS-PROT-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-DEMO-INDEX               PIC 9(5) COMP.
       01  WS-DEMO-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-DEMO-MATCH               PIC 9(5) COMP.
       01  WS-CASE-INDEX               PIC 9(5) COMP.
       01  WS-CASE-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-CASE-MATCH               PIC 9(5) COMP.
      *> Surname match is on a whole word of the patient's name, so
      *> the surname is bracketed by spaces and commas are blanked.
       01  WS-SURNAME-KEY              PIC X(32).
       01  WS-KEY-LENGTH               PIC 9(3) COMP.
       01  WS-TRAILING                 PIC 9(3) COMP.
       01  WS-NAME-WORK                PIC X(62).
       01  WS-TALLY                    PIC 9(3) COMP.
       01  WS-HIT-TEXT                 PIC 9(5).
       01  WS-NEW-CASE-ID.
           05  FILLER                  PIC X(2) VALUE 'PI'.
           05  WS-NEW-CASE-DATE        PIC 9(8).
           05  WS-NEW-CASE-SEQ         PIC 9(6).
       01  WS-USER-TABLE.
           05  WS-USER-ENTRY OCCURS 20000 TIMES.
               10  WS-USR-ID           PIC X(8).
               10  WS-USR-SURNAME      PIC X(30).
               10  WS-USR-ADDRESS      PIC X(40).
               10  WS-USR-POSTAL       PIC X(10).
               10  WS-USR-DEPARTMENT   PIC X(4).
               10  WS-USR-PROVIDER     PIC 9(10).
       01  WS-PROTECTED-TABLE.
           05  WS-PROT-ENTRY OCCURS 20000 TIMES.
               10  WS-PRT-PATIENT      PIC 9(10).
               10  WS-PRT-CATEGORY     PIC X(1).
      *> Patients with a financial-side identity, and the name and
      *> address the performance master holds for them.
       01  WS-DEMOGRAPHIC-TABLE.
           05  WS-DEMO-ENTRY OCCURS 20000 TIMES.
               10  WS-DEM-PATIENT      PIC 9(10).
               10  WS-DEM-CUSTOMER     PIC 9(12).
               10  WS-DEM-NAME         PIC X(60).
               10  WS-DEM-ADDRESS      PIC X(40).
               10  WS-DEM-POSTAL       PIC X(10).
       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY OCCURS 20000 TIMES.
               10  WS-CAS-ID           PIC X(16).
               10  WS-CAS-USER         PIC X(8).
               10  WS-CAS-PATIENT      PIC 9(10).
               10  WS-CAS-AUDIT-LOG-ID PIC X(32).
               10  WS-CAS-HITS         PIC 9(5).
               10  WS-CAS-PROTECTED    PIC X(1).
               10  WS-CAS-CATEGORY     PIC X(1).
               10  WS-CAS-SURNAME      PIC X(1).
               10  WS-CAS-ADDRESS      PIC X(1).
       01  WS-COUNTS.
           05  WS-ACCESS-COUNT         PIC 9(9) VALUE 0.
           05  WS-TREATING-COUNT       PIC 9(9) VALUE 0.
           05  WS-FLAGGED-COUNT        PIC 9(9) VALUE 0.
           05  WS-UNKNOWN-USER-COUNT   PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           MOVE WS-TODAY TO WS-NEW-CASE-DATE
           MOVE 0 TO WS-NEW-CASE-SEQ
           PERFORM 1000-LOAD-WORKFORCE
           PERFORM 1200-LOAD-PROTECTED
           PERFORM 1400-LOAD-PATIENT-LINKS
           PERFORM 1600-LOAD-DEMOGRAPHICS
           OPEN INPUT PHI-FILE
           OPEN OUTPUT EVIDENCE-FILE CASE-ACTION-FILE
           PERFORM 1900-READ-PHI
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-ACCESS-COUNT
               PERFORM 2000-ANALYZE-ACCESS
               PERFORM 1900-READ-PHI
           END-PERFORM
           PERFORM 4000-OPEN-CASES
           CLOSE PHI-FILE EVIDENCE-FILE CASE-ACTION-FILE
           DISPLAY "SNOOPDET: ACCESSES=" WS-ACCESS-COUNT
                   " TREATING=" WS-TREATING-COUNT
                   " FLAGGED=" WS-FLAGGED-COUNT
                   " CASES=" WS-CASE-COUNT
                   " UNKNOWN-USERS=" WS-UNKNOWN-USER-COUNT
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

      *> Terminated users stay in the table - an access under a
      *> terminated ID is exactly what the review wants to see.
       1000-LOAD-WORKFORCE.
           OPEN INPUT ENTITLEMENT-FILE
           PERFORM 1100-READ-ENTITLEMENT
           PERFORM UNTIL END-OF-FILE
               IF WS-USER-COUNT < 20000
                   ADD 1 TO WS-USER-COUNT
                   MOVE UEM-USER-ID TO WS-USR-ID (WS-USER-COUNT)
                   MOVE UEM-SURNAME
                       TO WS-USR-SURNAME (WS-USER-COUNT)
                   MOVE UEM-ADDRESS-LINE
                       TO WS-USR-ADDRESS (WS-USER-COUNT)
                   MOVE UEM-POSTAL-CODE
                       TO WS-USR-POSTAL (WS-USER-COUNT)
                   MOVE UEM-DEPARTMENT-CODE
                       TO WS-USR-DEPARTMENT (WS-USER-COUNT)
                   MOVE UEM-PROVIDER-ID
                       TO WS-USR-PROVIDER (WS-USER-COUNT)
               END-IF
               PERFORM 1100-READ-ENTITLEMENT
           END-PERFORM
           CLOSE ENTITLEMENT-FILE
           MOVE 'N' TO WS-EOF.

       1100-READ-ENTITLEMENT.
           READ ENTITLEMENT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1200-LOAD-PROTECTED.
           OPEN INPUT PROTECTED-FILE
           IF WS-PROTECTED-STATUS = "00"
               PERFORM 1300-READ-PROTECTED
               PERFORM UNTIL END-OF-FILE
                   IF WS-PROT-COUNT < 20000
                       ADD 1 TO WS-PROT-COUNT
                       MOVE PPL-PATIENT-ID
                           TO WS-PRT-PATIENT (WS-PROT-COUNT)
                       MOVE PPL-CATEGORY
                           TO WS-PRT-CATEGORY (WS-PROT-COUNT)
                   END-IF
                   PERFORM 1300-READ-PROTECTED
               END-PERFORM
               CLOSE PROTECTED-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       1300-READ-PROTECTED.
           READ PROTECTED-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1400-LOAD-PATIENT-LINKS.
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
                           IF IDX-PATIENT-ID NOT = 0
                                   AND IDX-CUSTOMER-ID NOT = 0
                                   AND WS-DEMO-COUNT < 20000
                               ADD 1 TO WS-DEMO-COUNT
                               MOVE IDX-PATIENT-ID
                                   TO WS-DEM-PATIENT (WS-DEMO-COUNT)
                               MOVE IDX-CUSTOMER-ID
                                   TO WS-DEM-CUSTOMER (WS-DEMO-COUNT)
                               MOVE SPACES
                                   TO WS-DEM-NAME (WS-DEMO-COUNT)
                                      WS-DEM-ADDRESS (WS-DEMO-COUNT)
                                      WS-DEM-POSTAL (WS-DEMO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-MASTER
           END-IF
           MOVE 'N' TO WS-EOF.

      *> The performance record's RECORD-ID is the customer identity
      *> on that side, as RELSTMT reads it.
       1600-LOAD-DEMOGRAPHICS.
           OPEN INPUT PERF-FILE
           PERFORM 1700-READ-PERF
           PERFORM UNTIL END-OF-FILE
               MOVE RECORD-ID TO WS-CUSTOMER-ID
               PERFORM VARYING WS-DEMO-INDEX FROM 1 BY 1
                   UNTIL WS-DEMO-INDEX > WS-DEMO-COUNT
                   IF WS-DEM-CUSTOMER (WS-DEMO-INDEX) = WS-CUSTOMER-ID
                       MOVE CUSTOMER-NAME
                           TO WS-DEM-NAME (WS-DEMO-INDEX)
                       MOVE ADDRESS-LINE-1
                           TO WS-DEM-ADDRESS (WS-DEMO-INDEX)
                       MOVE POSTAL-CODE
                           TO WS-DEM-POSTAL (WS-DEMO-INDEX)
                   END-IF
               END-PERFORM
               PERFORM 1700-READ-PERF
           END-PERFORM
           CLOSE PERF-FILE
           MOVE 'N' TO WS-EOF.

       1700-READ-PERF.
           READ PERF-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1900-READ-PHI.
           READ PHI-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-ANALYZE-ACCESS.
           MOVE PATIENT-ID TO WS-PATIENT
           MOVE 'N' TO WS-TREATING-STATE
           PERFORM 8100-FIND-USER
           IF NOT WS-USER-KNOWN
               ADD 1 TO WS-UNKNOWN-USER-COUNT
           ELSE
               IF (WS-USR-PROVIDER (WS-USER-MATCH) NOT = 0
                       AND WS-USR-PROVIDER (WS-USER-MATCH)
                           = PROVIDER-ID)
                   OR (WS-USR-DEPARTMENT (WS-USER-MATCH)
                           NOT = SPACES
                       AND WS-USR-DEPARTMENT (WS-USER-MATCH)
                           = DEPARTMENT-CODE)
                   SET WS-TREATING TO TRUE
               END-IF
           END-IF
           IF WS-TREATING
               ADD 1 TO WS-TREATING-COUNT
           ELSE
               MOVE 'N' TO WS-PROTECTED-FLAG WS-SURNAME-FLAG
                           WS-ADDRESS-FLAG
               MOVE SPACE TO WS-PROTECT-CATEGORY
               PERFORM 8200-FIND-PROTECTED
               IF WS-USER-KNOWN
                   PERFORM 8300-FIND-DEMOGRAPHICS
                   IF WS-ENTRY-FOUND
                       PERFORM 2100-CHECK-SURNAME
                       PERFORM 2200-CHECK-ADDRESS
                   END-IF
               END-IF
               IF WS-PROTECTED-HIT OR WS-SURNAME-HIT
                       OR WS-ADDRESS-HIT
                   PERFORM 3000-RECORD-EVIDENCE
               END-IF
           END-IF.

       2100-CHECK-SURNAME.
           IF WS-USR-SURNAME (WS-USER-MATCH) NOT = SPACES
               MOVE 0 TO WS-TRAILING
               INSPECT FUNCTION REVERSE (WS-USR-SURNAME (WS-USER-MATCH))
                   TALLYING WS-TRAILING FOR LEADING SPACES
               COMPUTE WS-KEY-LENGTH = 32 - WS-TRAILING
               MOVE SPACES TO WS-SURNAME-KEY
               MOVE WS-USR-SURNAME (WS-USER-MATCH)
                   TO WS-SURNAME-KEY (2:30)
               MOVE SPACES TO WS-NAME-WORK
               MOVE WS-DEM-NAME (WS-DEMO-MATCH) TO WS-NAME-WORK (2:60)
               INSPECT WS-NAME-WORK REPLACING ALL ',' BY SPACE
               INSPECT WS-SURNAME-KEY
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               INSPECT WS-NAME-WORK
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE 0 TO WS-TALLY
               INSPECT WS-NAME-WORK TALLYING WS-TALLY
                   FOR ALL WS-SURNAME-KEY (1:WS-KEY-LENGTH)
               IF WS-TALLY > 0
                   SET WS-SURNAME-HIT TO TRUE
               END-IF
           END-IF.

      *> Addresses arrive standardized from ADDRCLN and HR; the
      *> postal code must agree as well as the street line.
       2200-CHECK-ADDRESS.
           IF WS-USR-ADDRESS (WS-USER-MATCH) NOT = SPACES
                   AND WS-USR-ADDRESS (WS-USER-MATCH)
                       = WS-DEM-ADDRESS (WS-DEMO-MATCH)
                   AND WS-USR-POSTAL (WS-USER-MATCH)
                       = WS-DEM-POSTAL (WS-DEMO-MATCH)
               SET WS-ADDRESS-HIT TO TRUE
           END-IF.

       3000-RECORD-EVIDENCE.
           ADD 1 TO WS-FLAGGED-COUNT
           PERFORM 8400-FIND-CASE
           INITIALIZE PRIVACY-EVIDENCE-LINE
           IF WS-ENTRY-FOUND
               MOVE WS-CAS-ID (WS-CASE-MATCH) TO PEV-CASE-ID
               ADD 1 TO WS-CAS-HITS (WS-CASE-MATCH)
               IF WS-PROTECTED-HIT
                   MOVE 'Y' TO WS-CAS-PROTECTED (WS-CASE-MATCH)
                   MOVE WS-PROTECT-CATEGORY
                       TO WS-CAS-CATEGORY (WS-CASE-MATCH)
               END-IF
               IF WS-SURNAME-HIT
                   MOVE 'Y' TO WS-CAS-SURNAME (WS-CASE-MATCH)
               END-IF
               IF WS-ADDRESS-HIT
                   MOVE 'Y' TO WS-CAS-ADDRESS (WS-CASE-MATCH)
               END-IF
           END-IF
           MOVE AUTHORIZED-USER TO PEV-AUTHORIZED-USER
           MOVE WS-PATIENT TO PEV-PATIENT-ID
           MOVE ACCESS-TIMESTAMP TO PEV-ACCESS-TIMESTAMP
           MOVE ACCESS-PURPOSE TO PEV-ACCESS-PURPOSE
           MOVE AUDIT-LOG-ID TO PEV-AUDIT-LOG-ID
           MOVE PHI-CATEGORY TO PEV-PHI-CATEGORY
           MOVE DEPARTMENT-CODE TO PEV-TREATING-DEPT
           MOVE PROVIDER-ID TO PEV-TREATING-PROVIDER
           IF WS-USER-KNOWN
               MOVE WS-USR-DEPARTMENT (WS-USER-MATCH)
                   TO PEV-USER-DEPARTMENT
           END-IF
           MOVE WS-PROTECTED-FLAG TO PEV-PROTECTED-FLAG
           MOVE WS-PROTECT-CATEGORY TO PEV-PROTECT-CATEGORY
           MOVE WS-SURNAME-FLAG TO PEV-SURNAME-FLAG
           MOVE WS-ADDRESS-FLAG TO PEV-ADDRESS-FLAG
           WRITE PRIVACY-EVIDENCE-LINE.

      *> One open action per case; the notes name the user and which
      *> tests the night's accesses hit, the evidence file the rest.
       4000-OPEN-CASES.
           PERFORM VARYING WS-CASE-INDEX FROM 1 BY 1
               UNTIL WS-CASE-INDEX > WS-CASE-COUNT
               INITIALIZE BREACH-CASE-TRANSACTION
               SET BCT-OPEN-CASE TO TRUE
               MOVE WS-CAS-ID (WS-CASE-INDEX)
                   TO BCT-BREACH-NOTIFICATION-ID
               MOVE WS-CAS-PATIENT (WS-CASE-INDEX) TO BCT-PATIENT-ID
               MOVE WS-CAS-AUDIT-LOG-ID (WS-CASE-INDEX)
                   TO BCT-AUDIT-LOG-ID
               MOVE WS-TODAY TO BCT-ACTION-DATE
               MOVE WS-CAS-HITS (WS-CASE-INDEX) TO WS-HIT-TEXT
               STRING "WORKFORCE ACCESS REVIEW USER "
                      WS-CAS-USER (WS-CASE-INDEX)
                      " ACCESSES " WS-HIT-TEXT
                      " PROTECTED=" WS-CAS-PROTECTED (WS-CASE-INDEX)
                      WS-CAS-CATEGORY (WS-CASE-INDEX)
                      " SURNAME=" WS-CAS-SURNAME (WS-CASE-INDEX)
                      " ADDRESS=" WS-CAS-ADDRESS (WS-CASE-INDEX)
                   DELIMITED BY SIZE INTO BCT-NOTES
               END-STRING
               WRITE BREACH-CASE-TRANSACTION
           END-PERFORM.

       8100-FIND-USER.
           MOVE 'N' TO WS-USER-STATE
           PERFORM VARYING WS-USER-INDEX FROM 1 BY 1
               UNTIL WS-USER-INDEX > WS-USER-COUNT
                   OR WS-USER-KNOWN
               IF WS-USR-ID (WS-USER-INDEX) = AUTHORIZED-USER
                   SET WS-USER-KNOWN TO TRUE
                   MOVE WS-USER-INDEX TO WS-USER-MATCH
               END-IF
           END-PERFORM.

       8200-FIND-PROTECTED.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PROT-INDEX FROM 1 BY 1
               UNTIL WS-PROT-INDEX > WS-PROT-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-PRT-PATIENT (WS-PROT-INDEX) = WS-PATIENT
                   SET WS-ENTRY-FOUND TO TRUE
                   SET WS-PROTECTED-HIT TO TRUE
                   MOVE WS-PRT-CATEGORY (WS-PROT-INDEX)
                       TO WS-PROTECT-CATEGORY
               END-IF
           END-PERFORM.

      *> A patient with no name on file cannot match a surname.
       8300-FIND-DEMOGRAPHICS.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-DEMO-INDEX FROM 1 BY 1
               UNTIL WS-DEMO-INDEX > WS-DEMO-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-DEM-PATIENT (WS-DEMO-INDEX) = WS-PATIENT
                       AND WS-DEM-NAME (WS-DEMO-INDEX) NOT = SPACES
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-DEMO-INDEX TO WS-DEMO-MATCH
               END-IF
           END-PERFORM.

      *> Opens a new case on the pair's first flagged access of the
      *> night; WS-ENTRY-FOUND stays off only if the table is full.
       8400-FIND-CASE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-CASE-INDEX FROM 1 BY 1
               UNTIL WS-CASE-INDEX > WS-CASE-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-CAS-USER (WS-CASE-INDEX) = AUTHORIZED-USER
                       AND WS-CAS-PATIENT (WS-CASE-INDEX) = WS-PATIENT
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-CASE-INDEX TO WS-CASE-MATCH
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND AND WS-CASE-COUNT < 20000
               ADD 1 TO WS-CASE-COUNT
               ADD 1 TO WS-NEW-CASE-SEQ
               MOVE WS-CASE-COUNT TO WS-CASE-MATCH
               MOVE WS-NEW-CASE-ID TO WS-CAS-ID (WS-CASE-MATCH)
               MOVE AUTHORIZED-USER TO WS-CAS-USER (WS-CASE-MATCH)
               MOVE WS-PATIENT TO WS-CAS-PATIENT (WS-CASE-MATCH)
               MOVE AUDIT-LOG-ID
                   TO WS-CAS-AUDIT-LOG-ID (WS-CASE-MATCH)
               MOVE 0 TO WS-CAS-HITS (WS-CASE-MATCH)
               MOVE 'N' TO WS-CAS-PROTECTED (WS-CASE-MATCH)
                           WS-CAS-SURNAME (WS-CASE-MATCH)
                           WS-CAS-ADDRESS (WS-CASE-MATCH)
               MOVE SPACE TO WS-CAS-CATEGORY (WS-CASE-MATCH)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.
