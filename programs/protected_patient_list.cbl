      *> PROTLIST - Protected-patient list build. Resolves everyone
      *> whose records get the workforce-access watch to the HIPAA
      *> PATIENT-ID the PHI feed carries, through the enterprise
      *> identity cross-reference: every active user on the HR
      *> entitlement master with an enterprise person ID, plus each
      *> VIP and employee family member the privacy office has
      *> designated and whose designation is in force on the business
      *> date. A family member is protected only while the employee
      *> they belong to is active. Anyone the cross-reference does
      *> not link to a patient has no records to watch and is only
      *> counted. SNOOPDET reads the list nightly.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROTLIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITLEMENT-FILE ASSIGN TO "ENTLMSTR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DESIGNATION-FILE ASSIGN TO "PROTDSG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DESIGNATION-STATUS.
           SELECT XREF-MASTER ASSIGN TO "IDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-ENTERPRISE-ID
               FILE STATUS IS WS-XREF-STATUS.
           SELECT PROTECTED-FILE ASSIGN TO "PROTPAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTITLEMENT-FILE.
           COPY user_entitlement_record.
       FD  DESIGNATION-FILE.
           COPY protected_person_record.
       FD  XREF-MASTER.
           COPY identity_xref_record.
       FD  PROTECTED-FILE.
           COPY protected_patient_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-DESIGNATION-STATUS       PIC X(2).
       01  WS-XREF-STATUS              PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-XREF-STATE               PIC X(1) VALUE 'N'.
           88  WS-XREF-AVAILABLE       VALUE 'Y'.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-PATIENT-ID               PIC 9(10).
       01  WS-USER-INDEX               PIC 9(5) COMP.
       01  WS-USER-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-ACTIVE-USER-TABLE.
           05  WS-ACTIVE-USER OCCURS 20000 TIMES
                                       PIC X(8).
       01  WS-COUNTS.
           05  WS-EMPLOYEE-COUNT       PIC 9(7) VALUE 0.
           05  WS-VIP-COUNT            PIC 9(7) VALUE 0.
           05  WS-FAMILY-COUNT         PIC 9(7) VALUE 0.
           05  WS-UNLINKED-COUNT       PIC 9(7) VALUE 0.
           05  WS-LAPSED-COUNT         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           OPEN INPUT XREF-MASTER
           IF WS-XREF-STATUS = "00"
               SET WS-XREF-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT PROTECTED-FILE
           PERFORM 1000-LIST-EMPLOYEES
           PERFORM 2000-LIST-DESIGNATIONS
           IF WS-XREF-AVAILABLE
               CLOSE XREF-MASTER
           END-IF
           CLOSE PROTECTED-FILE
           DISPLAY "PROTLIST: EMPLOYEES=" WS-EMPLOYEE-COUNT
                   " VIPS=" WS-VIP-COUNT
                   " FAMILY=" WS-FAMILY-COUNT
                   " UNLINKED=" WS-UNLINKED-COUNT
                   " LAPSED=" WS-LAPSED-COUNT
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

      *> The active roster is kept as well - a family designation
      *> stands only while its employee is on it.
       1000-LIST-EMPLOYEES.
           OPEN INPUT ENTITLEMENT-FILE
           PERFORM 1100-READ-ENTITLEMENT
           PERFORM UNTIL END-OF-FILE
               IF UEM-ACTIVE
                   IF WS-USER-COUNT < 20000
                       ADD 1 TO WS-USER-COUNT
                       MOVE UEM-USER-ID
                           TO WS-ACTIVE-USER (WS-USER-COUNT)
                   END-IF
                   IF UEM-ENTERPRISE-ID NOT = 0
                       MOVE UEM-ENTERPRISE-ID TO IDX-ENTERPRISE-ID
                       PERFORM 8000-RESOLVE-PATIENT
                       IF WS-PATIENT-ID NOT = 0
                           INITIALIZE PROTECTED-PATIENT-RECORD
                           SET PPL-EMPLOYEE TO TRUE
                           MOVE UEM-USER-ID TO PPL-RELATED-USER-ID
                           PERFORM 9000-WRITE-PROTECTED
                           ADD 1 TO WS-EMPLOYEE-COUNT
                       END-IF
                   END-IF
               END-IF
               PERFORM 1100-READ-ENTITLEMENT
           END-PERFORM
           CLOSE ENTITLEMENT-FILE
           MOVE 'N' TO WS-EOF.

       1100-READ-ENTITLEMENT.
           READ ENTITLEMENT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-LIST-DESIGNATIONS.
           OPEN INPUT DESIGNATION-FILE
           IF WS-DESIGNATION-STATUS = "00"
               PERFORM 2100-READ-DESIGNATION
               PERFORM UNTIL END-OF-FILE
                   PERFORM 2200-APPLY-DESIGNATION
                   PERFORM 2100-READ-DESIGNATION
               END-PERFORM
               CLOSE DESIGNATION-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       2100-READ-DESIGNATION.
           READ DESIGNATION-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2200-APPLY-DESIGNATION.
           MOVE 'Y' TO WS-FOUND
           IF PPD-EFFECTIVE-DATE > WS-TODAY
                   OR (PPD-END-DATE NOT = 0
                       AND PPD-END-DATE < WS-TODAY)
               MOVE 'N' TO WS-FOUND
           END-IF
           IF PPD-FAMILY-MEMBER AND WS-ENTRY-FOUND
               PERFORM 2300-FIND-ACTIVE-EMPLOYEE
           END-IF
           IF NOT PPD-VIP AND NOT PPD-FAMILY-MEMBER
               MOVE 'N' TO WS-FOUND
           END-IF
           IF NOT WS-ENTRY-FOUND
               ADD 1 TO WS-LAPSED-COUNT
           ELSE
               MOVE PPD-ENTERPRISE-ID TO IDX-ENTERPRISE-ID
               PERFORM 8000-RESOLVE-PATIENT
               IF WS-PATIENT-ID NOT = 0
                   INITIALIZE PROTECTED-PATIENT-RECORD
                   IF PPD-VIP
                       SET PPL-VIP TO TRUE
                       ADD 1 TO WS-VIP-COUNT
                   ELSE
                       SET PPL-FAMILY-MEMBER TO TRUE
                       MOVE PPD-EMPLOYEE-USER-ID
                           TO PPL-RELATED-USER-ID
                       ADD 1 TO WS-FAMILY-COUNT
                   END-IF
                   PERFORM 9000-WRITE-PROTECTED
               END-IF
           END-IF.

       2300-FIND-ACTIVE-EMPLOYEE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-USER-INDEX FROM 1 BY 1
               UNTIL WS-USER-INDEX > WS-USER-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-ACTIVE-USER (WS-USER-INDEX)
                       = PPD-EMPLOYEE-USER-ID
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *> Leaves WS-PATIENT-ID zero when the person has no patient
      *> link, counting them as unlinked.
       8000-RESOLVE-PATIENT.
           MOVE 0 TO WS-PATIENT-ID
           IF WS-XREF-AVAILABLE
               READ XREF-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE IDX-PATIENT-ID TO WS-PATIENT-ID
               END-READ
           END-IF
           IF WS-PATIENT-ID = 0
               ADD 1 TO WS-UNLINKED-COUNT
           END-IF.

       9000-WRITE-PROTECTED.
           MOVE WS-PATIENT-ID TO PPL-PATIENT-ID
           MOVE IDX-ENTERPRISE-ID TO PPL-ENTERPRISE-ID
           MOVE WS-TODAY TO PPL-LIST-DATE
           WRITE PROTECTED-PATIENT-RECORD.
