      *> CREDCHK - Provider credential gate ahead of claim
      *> extraction. Walks each HEALTHCARE-ENTERPRISE-RECORD stay after
      *> PAGATE and before CLAIMGEN: every billable treatment line
      *> needs its rendering provider's state license in force on the
      *> line's START-DATE, and every prescription needs the attending
      *> provider's license and DEA registration in force on its
      *> PRESCRIPTION-DATE. A credential that had expired (or been
      *> revoked) by then holds the claim - every line for that
      *> insurer has its INSURANCE-CODE blanked on the gated output,
      *> which CLAIMGEN skips - and a lapsed prescriber holds all of
      *> the stay's claims. A credential never recorded on the
      *> credential master is flagged for medical staff services but
      *> does not hold the claim. Every flag and every held line lands
      *> on the exception file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDENTIAL-MASTER ASSIGN TO "PROVCRED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCR-CREDENTIAL-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PATIENT-FILE ASSIGN TO "HCENTREC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PATIENT-OUT-FILE ASSIGN TO "HCENTCRD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "CREDEXCP"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDENTIAL-MASTER.
           COPY provider_credential_record.
       FD  PATIENT-FILE.
           COPY ac2_level88_after_odo_enterprise.
       FD  PATIENT-OUT-FILE.
           COPY ac2_level88_after_odo_enterprise
               REPLACING ==HEALTHCARE-ENTERPRISE-RECORD==
                      BY ==PATIENT-OUT-RECORD==
                         ==DIAGNOSIS-COUNT==
                      BY ==OUT-DIAGNOSIS-COUNT==
                         ==MEDICATION-COUNT==
                      BY ==OUT-MEDICATION-COUNT==.
       FD  EXCEPTION-FILE.
           COPY credential_exception_line.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-MASTER-STATE             PIC X(1) VALUE 'N'.
           88  WS-MASTER-AVAILABLE     VALUE 'Y'.
       01  WS-DIAG-INDEX               PIC 9(3) COMP.
       01  WS-MED-INDEX                PIC 9(3) COMP.
       01  WS-HOLD-INDEX               PIC 9(3) COMP.
       01  WS-HOLD-COUNT               PIC 9(3) COMP.
       01  WS-CRED-INDEX               PIC 9(5) COMP.
       01  WS-CRED-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-STAY-HOLD                PIC X(1).
           88  WS-HOLD-WHOLE-STAY      VALUE 'Y'.
      *> One credential check: the provider, credential type and date
      *> in, the verdict out.
       01  WS-CHECK-PROVIDER           PIC X(8).
       01  WS-CHECK-TYPE               PIC X(1).
       01  WS-CHECK-DATE               PIC 9(8).
       01  WS-CRED-RESULT              PIC X(1).
           88  WS-CRED-IN-FORCE        VALUE 'V'.
           88  WS-CRED-LAPSED          VALUE 'E'.
           88  WS-CRED-NOT-ON-FILE     VALUE 'M'.
       01  WS-CREDENTIAL-TABLE.
           05  WS-CRED-ENTRY OCCURS 20000 TIMES.
               10  WS-CRD-PROVIDER     PIC X(8).
               10  WS-CRD-TYPE         PIC X(1).
               10  WS-CRD-ISSUE        PIC 9(8).
               10  WS-CRD-EXPIRY       PIC 9(8).
               10  WS-CRD-PRIOR-EXPIRY PIC 9(8).
      *> Insurers whose claims this stay holds, and the lines already
      *> on the exception file in their own right.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-INSURER OCCURS 200 TIMES
                                       PIC X(6).
       01  WS-LINE-FLAG-TABLE.
           05  WS-LINE-FLAGGED OCCURS 200 TIMES
                                       PIC X(1).
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-LINES-CHECKED        PIC 9(9) VALUE 0.
           05  WS-RX-CHECKED           PIC 9(9) VALUE 0.
           05  WS-LAPSED-COUNT         PIC 9(9) VALUE 0.
           05  WS-NOT-ON-FILE-COUNT    PIC 9(9) VALUE 0.
           05  WS-LINES-HELD           PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1500-LOAD-CREDENTIALS
           OPEN INPUT PATIENT-FILE
           OPEN OUTPUT PATIENT-OUT-FILE EXCEPTION-FILE
           PERFORM 2000-READ-PATIENT
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               PERFORM 3000-GATE-STAY
               PERFORM 2000-READ-PATIENT
           END-PERFORM
           CLOSE PATIENT-FILE PATIENT-OUT-FILE EXCEPTION-FILE
           DISPLAY "CREDCHK: READ=" WS-READ-COUNT
                   " LINES=" WS-LINES-CHECKED
                   " RX=" WS-RX-CHECKED
                   " LAPSED=" WS-LAPSED-COUNT
                   " NOT-ON-FILE=" WS-NOT-ON-FILE-COUNT
                   " HELD=" WS-LINES-HELD
           GOBACK.

      *> Licenses and DEA registrations only; a revoked credential
      *> loads too, its expiry being the revocation date.
       1500-LOAD-CREDENTIALS.
           OPEN INPUT CREDENTIAL-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               SET END-OF-MASTER TO TRUE
           ELSE
               SET WS-MASTER-AVAILABLE TO TRUE
               MOVE LOW-VALUES TO PCR-CREDENTIAL-KEY
               START CREDENTIAL-MASTER
                   KEY IS NOT LESS THAN PCR-CREDENTIAL-KEY
                   INVALID KEY SET END-OF-MASTER TO TRUE
               END-START
           END-IF
           PERFORM UNTIL END-OF-MASTER
               READ CREDENTIAL-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       IF (PCR-STATE-LICENSE OR PCR-DEA-REGISTRATION)
                               AND WS-CRED-COUNT < 20000
                           ADD 1 TO WS-CRED-COUNT
                           MOVE PCR-PROVIDER-ID
                               TO WS-CRD-PROVIDER (WS-CRED-COUNT)
                           MOVE PCR-CREDENTIAL-TYPE
                               TO WS-CRD-TYPE (WS-CRED-COUNT)
                           MOVE PCR-ISSUE-DATE
                               TO WS-CRD-ISSUE (WS-CRED-COUNT)
                           MOVE PCR-EXPIRY-DATE
                               TO WS-CRD-EXPIRY (WS-CRED-COUNT)
                           MOVE PCR-PRIOR-EXPIRY-DATE
                               TO WS-CRD-PRIOR-EXPIRY (WS-CRED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MASTER-AVAILABLE
               CLOSE CREDENTIAL-MASTER
           END-IF.

       2000-READ-PATIENT.
           READ PATIENT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> The gate works on the output copy, so a held line's blanked
      *> INSURANCE-CODE is what CLAIMGEN actually reads.
       3000-GATE-STAY.
           MOVE HEALTHCARE-ENTERPRISE-RECORD TO PATIENT-OUT-RECORD
           MOVE 'N' TO WS-STAY-HOLD
           MOVE 0 TO WS-HOLD-COUNT
           MOVE ALL 'N' TO WS-LINE-FLAG-TABLE
           PERFORM VARYING WS-DIAG-INDEX FROM 1 BY 1
               UNTIL WS-DIAG-INDEX > OUT-DIAGNOSIS-COUNT
               IF INSURANCE-CODE OF PATIENT-OUT-RECORD
                       (WS-DIAG-INDEX) NOT = SPACES
                   PERFORM 3100-CHECK-TREATMENT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MED-INDEX FROM 1 BY 1
               UNTIL WS-MED-INDEX > OUT-MEDICATION-COUNT
               PERFORM 3200-CHECK-PRESCRIPTION
           END-PERFORM
           IF WS-HOLD-WHOLE-STAY OR WS-HOLD-COUNT > 0
               PERFORM VARYING WS-DIAG-INDEX FROM 1 BY 1
                   UNTIL WS-DIAG-INDEX > OUT-DIAGNOSIS-COUNT
                   IF INSURANCE-CODE OF PATIENT-OUT-RECORD
                           (WS-DIAG-INDEX) NOT = SPACES
                       PERFORM 3300-HOLD-CLAIM-LINE
                   END-IF
               END-PERFORM
           END-IF
           WRITE PATIENT-OUT-RECORD.

      *> A line with no START-DATE is taken as rendered on admission.
       3100-CHECK-TREATMENT-LINE.
           ADD 1 TO WS-LINES-CHECKED
           MOVE PROVIDER-ID OF TREATMENT-INFO OF PATIENT-OUT-RECORD
                   (WS-DIAG-INDEX)
               TO WS-CHECK-PROVIDER
           MOVE 'L' TO WS-CHECK-TYPE
           IF START-DATE OF PATIENT-OUT-RECORD (WS-DIAG-INDEX) > 0
               MOVE START-DATE OF PATIENT-OUT-RECORD (WS-DIAG-INDEX)
                   TO WS-CHECK-DATE
           ELSE
               MOVE ADMISSION-DATE OF PATIENT-OUT-RECORD
                   TO WS-CHECK-DATE
           END-IF
           PERFORM 4000-CHECK-CREDENTIAL
           IF NOT WS-CRED-IN-FORCE
               MOVE 'Y' TO WS-LINE-FLAGGED (WS-DIAG-INDEX)
               SET CRX-TREATMENT-LINE TO TRUE
               MOVE WS-DIAG-INDEX TO CRX-ITEM-NUMBER
               MOVE TREATMENT-CODE OF PATIENT-OUT-RECORD
                       (WS-DIAG-INDEX)
                   TO CRX-ITEM-CODE
               MOVE INSURANCE-CODE OF PATIENT-OUT-RECORD
                       (WS-DIAG-INDEX)
                   TO CRX-INSURANCE-CODE
               PERFORM 9000-WRITE-EXCEPTION
               IF WS-CRED-LAPSED
                   PERFORM 3150-ADD-HELD-INSURER
               END-IF
           END-IF.

       3150-ADD-HELD-INSURER.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-HOLD-INDEX FROM 1 BY 1
               UNTIL WS-HOLD-INDEX > WS-HOLD-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-HOLD-INSURER (WS-HOLD-INDEX) =
                       INSURANCE-CODE OF PATIENT-OUT-RECORD
                           (WS-DIAG-INDEX)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND AND WS-HOLD-COUNT < 200
               ADD 1 TO WS-HOLD-COUNT
               MOVE INSURANCE-CODE OF PATIENT-OUT-RECORD
                       (WS-DIAG-INDEX)
                   TO WS-HOLD-INSURER (WS-HOLD-COUNT)
           END-IF.

      *> Prescriptions are the attending provider's: the license is
      *> checked first, and only a prescriber licensed on the day has
      *> the DEA registration looked at.
       3200-CHECK-PRESCRIPTION.
           ADD 1 TO WS-RX-CHECKED
           MOVE PROVIDER-ID OF PATIENT-HEADER OF PATIENT-OUT-RECORD
               TO WS-CHECK-PROVIDER
           IF PRESCRIPTION-DATE OF PATIENT-OUT-RECORD (WS-MED-INDEX)
                   > 0
               MOVE PRESCRIPTION-DATE OF PATIENT-OUT-RECORD
                       (WS-MED-INDEX)
                   TO WS-CHECK-DATE
           ELSE
               MOVE ADMISSION-DATE OF PATIENT-OUT-RECORD
                   TO WS-CHECK-DATE
           END-IF
           MOVE 'L' TO WS-CHECK-TYPE
           PERFORM 4000-CHECK-CREDENTIAL
           IF WS-CRED-IN-FORCE
               MOVE 'D' TO WS-CHECK-TYPE
               PERFORM 4000-CHECK-CREDENTIAL
           END-IF
           IF NOT WS-CRED-IN-FORCE
               SET CRX-PRESCRIPTION TO TRUE
               MOVE WS-MED-INDEX TO CRX-ITEM-NUMBER
               MOVE MEDICATION-CODE OF PATIENT-OUT-RECORD
                       (WS-MED-INDEX)
                   TO CRX-ITEM-CODE
               MOVE SPACES TO CRX-INSURANCE-CODE
               PERFORM 9000-WRITE-EXCEPTION
               IF WS-CRED-LAPSED
                   SET WS-HOLD-WHOLE-STAY TO TRUE
               END-IF
           END-IF.

      *> Lines already reported for their own lapse are not reported
      *> again as held with the claim.
       3300-HOLD-CLAIM-LINE.
           MOVE 'N' TO WS-FOUND
           IF WS-HOLD-WHOLE-STAY
               SET WS-ENTRY-FOUND TO TRUE
           END-IF
           PERFORM VARYING WS-HOLD-INDEX FROM 1 BY 1
               UNTIL WS-HOLD-INDEX > WS-HOLD-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-HOLD-INSURER (WS-HOLD-INDEX) =
                       INSURANCE-CODE OF PATIENT-OUT-RECORD
                           (WS-DIAG-INDEX)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               IF WS-LINE-FLAGGED (WS-DIAG-INDEX) NOT = 'Y'
                   SET CRX-TREATMENT-LINE TO TRUE
                   MOVE WS-DIAG-INDEX TO CRX-ITEM-NUMBER
                   MOVE TREATMENT-CODE OF PATIENT-OUT-RECORD
                           (WS-DIAG-INDEX)
                       TO CRX-ITEM-CODE
                   MOVE PROVIDER-ID OF TREATMENT-INFO
                           OF PATIENT-OUT-RECORD (WS-DIAG-INDEX)
                       TO CRX-PROVIDER-ID
                   MOVE SPACES TO CRX-CREDENTIAL-TYPE
                   MOVE START-DATE OF PATIENT-OUT-RECORD
                           (WS-DIAG-INDEX)
                       TO CRX-SERVICE-DATE
                   MOVE INSURANCE-CODE OF PATIENT-OUT-RECORD
                           (WS-DIAG-INDEX)
                       TO CRX-INSURANCE-CODE
                   SET CRX-HELD-WITH-CLAIM TO TRUE
                   PERFORM 9100-WRITE-LINE
               END-IF
               MOVE SPACES
                   TO INSURANCE-CODE OF PATIENT-OUT-RECORD
                      (WS-DIAG-INDEX)
               ADD 1 TO WS-LINES-HELD
           END-IF.

      *> In force on the date under the current term, or under the
      *> term a renewal replaced; on file but in force on neither is
      *> a lapse. A license from any issuing state will do.
       4000-CHECK-CREDENTIAL.
           SET WS-CRED-NOT-ON-FILE TO TRUE
           PERFORM VARYING WS-CRED-INDEX FROM 1 BY 1
               UNTIL WS-CRED-INDEX > WS-CRED-COUNT
                   OR WS-CRED-IN-FORCE
               IF WS-CRD-PROVIDER (WS-CRED-INDEX) = WS-CHECK-PROVIDER
                   AND WS-CRD-TYPE (WS-CRED-INDEX) = WS-CHECK-TYPE
                   IF (WS-CHECK-DATE NOT < WS-CRD-ISSUE (WS-CRED-INDEX)
                       AND WS-CHECK-DATE
                           NOT > WS-CRD-EXPIRY (WS-CRED-INDEX))
                     OR WS-CHECK-DATE
                           NOT > WS-CRD-PRIOR-EXPIRY (WS-CRED-INDEX)
                       SET WS-CRED-IN-FORCE TO TRUE
                   ELSE
                       SET WS-CRED-LAPSED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       9000-WRITE-EXCEPTION.
           MOVE WS-CHECK-PROVIDER TO CRX-PROVIDER-ID
           MOVE WS-CHECK-TYPE TO CRX-CREDENTIAL-TYPE
           MOVE WS-CHECK-DATE TO CRX-SERVICE-DATE
           IF WS-CRED-LAPSED
               SET CRX-EXPIRED-HELD TO TRUE
               ADD 1 TO WS-LAPSED-COUNT
           ELSE
               SET CRX-NOT-ON-FILE TO TRUE
               ADD 1 TO WS-NOT-ON-FILE-COUNT
           END-IF
           PERFORM 9100-WRITE-LINE.

       9100-WRITE-LINE.
           MOVE PATIENT-ID OF PATIENT-OUT-RECORD TO CRX-PATIENT-ID
           MOVE ADMISSION-DATE OF PATIENT-OUT-RECORD
               TO CRX-ADMISSION-DATE
           WRITE CREDENTIAL-EXCEPTION-LINE.
