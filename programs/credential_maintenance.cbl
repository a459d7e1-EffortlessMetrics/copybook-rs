      *> CREDMNT - Provider credential maintenance. Applies add, renew
      *> and revoke transactions to the credential master, keyed on
      *> provider, credential type (state license, DEA registration,
      *> board certification) and issuing state. The provider must be
      *> on the provider master. A renewal starts the next term and
      *> keeps the expiry of the term it replaces, so any gap between
      *> the two still reads as a lapse to CREDCHK, and it clears the
      *> notice tier so CREDNOTE starts over for the new term. A
      *> revocation ends the credential on its revocation date; a
      *> revoked credential comes back only on a fresh add. Anything
      *> that cannot apply goes to the reject file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "CREDTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CREDENTIAL-MASTER ASSIGN TO "PROVCRED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCR-CREDENTIAL-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PROVIDER-FILE ASSIGN TO "PROVMSTR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "CREDREJ"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           COPY credential_transaction.
       FD  CREDENTIAL-MASTER.
           COPY provider_credential_record.
       FD  PROVIDER-FILE.
           COPY provider_master_record.
       FD  REJECT-FILE.
           COPY credential_transaction
               REPLACING ==CREDENTIAL-TRANSACTION==
                      BY ==REJECTED-CREDENTIAL-TRANSACTION==
                         LEADING ==CRT== BY ==RJC==.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-ROW-STATE                PIC X(1).
           88  WS-ROW-FOUND            VALUE 'Y'.
       01  WS-FOUND                    PIC X(1).
           88  WS-PROVIDER-FOUND       VALUE 'Y'.
       01  WS-PROV-INDEX               PIC 9(5) COMP.
       01  WS-PROV-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-PROVIDER-TABLE.
           05  WS-PROV-ID OCCURS 20000 TIMES
                                       PIC X(8).
       01  WS-REVOKE-DATE              PIC 9(8).
       01  WS-COUNTS.
           05  WS-ADDED-COUNT          PIC 9(9) VALUE 0.
           05  WS-RENEWED-COUNT        PIC 9(9) VALUE 0.
           05  WS-REVOKED-COUNT        PIC 9(9) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1500-LOAD-PROVIDERS
           OPEN I-O CREDENTIAL-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               OPEN OUTPUT CREDENTIAL-MASTER
               CLOSE CREDENTIAL-MASTER
               OPEN I-O CREDENTIAL-MASTER
           END-IF
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM 1000-READ-MAINT
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-APPLY-MAINT
               PERFORM 1000-READ-MAINT
           END-PERFORM
           CLOSE CREDENTIAL-MASTER MAINT-FILE REJECT-FILE
           DISPLAY "CREDMNT: ADDED=" WS-ADDED-COUNT
                   " RENEWED=" WS-RENEWED-COUNT
                   " REVOKED=" WS-REVOKED-COUNT
                   " REJECTED=" WS-REJECTED-COUNT
           GOBACK.

       1000-READ-MAINT.
           READ MAINT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1500-LOAD-PROVIDERS.
           OPEN INPUT PROVIDER-FILE
           PERFORM 1600-READ-PROVIDER
           PERFORM UNTIL END-OF-FILE
               IF WS-PROV-COUNT < 20000
                   ADD 1 TO WS-PROV-COUNT
                   MOVE PMR-PROVIDER-ID TO WS-PROV-ID (WS-PROV-COUNT)
               END-IF
               PERFORM 1600-READ-PROVIDER
           END-PERFORM
           CLOSE PROVIDER-FILE
           MOVE 'N' TO WS-EOF.

       1600-READ-PROVIDER.
           READ PROVIDER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-APPLY-MAINT.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PROV-INDEX FROM 1 BY 1
               UNTIL WS-PROV-INDEX > WS-PROV-COUNT
                   OR WS-PROVIDER-FOUND
               IF WS-PROV-ID (WS-PROV-INDEX) = CRT-PROVIDER-ID
                   SET WS-PROVIDER-FOUND TO TRUE
               END-IF
           END-PERFORM
           MOVE CRT-PROVIDER-ID TO PCR-PROVIDER-ID
           MOVE CRT-CREDENTIAL-TYPE TO PCR-CREDENTIAL-TYPE
           MOVE CRT-ISSUING-STATE TO PCR-ISSUING-STATE
           MOVE 'N' TO WS-ROW-STATE
           READ CREDENTIAL-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ROW-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN CRT-PROVIDER-ID = SPACES
                       OR NOT WS-PROVIDER-FOUND
                       OR NOT CRT-TYPE-VALID
                   PERFORM 9000-REJECT-MAINT
               WHEN CRT-ISSUING-STATE = SPACES
                       AND CRT-CREDENTIAL-TYPE NOT = 'B'
                   PERFORM 9000-REJECT-MAINT
               WHEN CRT-ADD
                   PERFORM 2100-ADD-CREDENTIAL
               WHEN CRT-RENEW
                   PERFORM 2200-RENEW-CREDENTIAL
               WHEN CRT-REVOKE
                   PERFORM 2300-REVOKE-CREDENTIAL
               WHEN OTHER
                   PERFORM 9000-REJECT-MAINT
           END-EVALUATE.

      *> A revoked credential re-added keeps its old expiry as the
      *> prior term, so the revoked span stays a lapse.
       2100-ADD-CREDENTIAL.
           EVALUATE TRUE
               WHEN CRT-CREDENTIAL-NUMBER = SPACES
                       OR CRT-EXPIRY-DATE = 0
                       OR CRT-ISSUE-DATE > CRT-EXPIRY-DATE
                   PERFORM 9000-REJECT-MAINT
               WHEN WS-ROW-FOUND AND PCR-ACTIVE
                   PERFORM 9000-REJECT-MAINT
               WHEN OTHER
                   IF WS-ROW-FOUND
                       MOVE PCR-EXPIRY-DATE TO PCR-PRIOR-EXPIRY-DATE
                   ELSE
                       MOVE 0 TO PCR-PRIOR-EXPIRY-DATE
                   END-IF
                   MOVE CRT-CREDENTIAL-NUMBER TO PCR-CREDENTIAL-NUMBER
                   MOVE CRT-ISSUE-DATE TO PCR-ISSUE-DATE
                   MOVE CRT-EXPIRY-DATE TO PCR-EXPIRY-DATE
                   SET PCR-ACTIVE TO TRUE
                   MOVE 999 TO PCR-LAST-NOTICE-DAYS
                   MOVE CRT-MAINT-USER TO PCR-MAINT-USER
                   MOVE CRT-MAINT-DATE TO PCR-MAINT-DATE
                   IF WS-ROW-FOUND
                       REWRITE PROVIDER-CREDENTIAL-RECORD
                   ELSE
                       WRITE PROVIDER-CREDENTIAL-RECORD
                   END-IF
                   ADD 1 TO WS-ADDED-COUNT
           END-EVALUATE.

      *> A renewal with no issue date of its own runs straight on
      *> from the term it replaces; the credential number changes
      *> only when the board or state reissued it.
       2200-RENEW-CREDENTIAL.
           EVALUATE TRUE
               WHEN NOT WS-ROW-FOUND OR NOT PCR-ACTIVE
                   PERFORM 9000-REJECT-MAINT
               WHEN CRT-EXPIRY-DATE NOT > PCR-EXPIRY-DATE
                   PERFORM 9000-REJECT-MAINT
               WHEN CRT-ISSUE-DATE > CRT-EXPIRY-DATE
                   PERFORM 9000-REJECT-MAINT
               WHEN OTHER
                   IF CRT-ISSUE-DATE = 0
                       COMPUTE PCR-ISSUE-DATE =
                           FUNCTION DATE-OF-INTEGER
                               (FUNCTION INTEGER-OF-DATE
                                   (PCR-EXPIRY-DATE) + 1)
                   ELSE
                       MOVE CRT-ISSUE-DATE TO PCR-ISSUE-DATE
                   END-IF
                   MOVE PCR-EXPIRY-DATE TO PCR-PRIOR-EXPIRY-DATE
                   MOVE CRT-EXPIRY-DATE TO PCR-EXPIRY-DATE
                   IF CRT-CREDENTIAL-NUMBER NOT = SPACES
                       MOVE CRT-CREDENTIAL-NUMBER
                           TO PCR-CREDENTIAL-NUMBER
                   END-IF
                   MOVE 999 TO PCR-LAST-NOTICE-DAYS
                   MOVE CRT-MAINT-USER TO PCR-MAINT-USER
                   MOVE CRT-MAINT-DATE TO PCR-MAINT-DATE
                   REWRITE PROVIDER-CREDENTIAL-RECORD
                   ADD 1 TO WS-RENEWED-COUNT
           END-EVALUATE.

      *> The revocation date defaults to the maintenance date and
      *> never extends the term.
       2300-REVOKE-CREDENTIAL.
           IF NOT WS-ROW-FOUND OR NOT PCR-ACTIVE
               PERFORM 9000-REJECT-MAINT
           ELSE
               IF CRT-EXPIRY-DATE = 0
                   MOVE CRT-MAINT-DATE TO WS-REVOKE-DATE
               ELSE
                   MOVE CRT-EXPIRY-DATE TO WS-REVOKE-DATE
               END-IF
               IF WS-REVOKE-DATE < PCR-EXPIRY-DATE
                   MOVE WS-REVOKE-DATE TO PCR-EXPIRY-DATE
               END-IF
               SET PCR-REVOKED TO TRUE
               MOVE CRT-MAINT-USER TO PCR-MAINT-USER
               MOVE CRT-MAINT-DATE TO PCR-MAINT-DATE
               REWRITE PROVIDER-CREDENTIAL-RECORD
               ADD 1 TO WS-REVOKED-COUNT
           END-IF.

       9000-REJECT-MAINT.
           MOVE CREDENTIAL-TRANSACTION
               TO REJECTED-CREDENTIAL-TRANSACTION
           WRITE REJECTED-CREDENTIAL-TRANSACTION
           ADD 1 TO WS-REJECTED-COUNT.
