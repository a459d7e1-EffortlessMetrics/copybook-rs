      *> RELPMNT - Related-party master maintenance. Links each
      *> workforce USER-ID on the entitlement master to the enterprise
      *> identities it is related to. The user's own identity follows
      *> HR: every active user with an enterprise ID on the
      *> entitlement master stands related to it as self, and a self
      *> link HR no longer carries - the user has left or HR has
      *> re-pointed the identity - is end-dated. Declared relations
      *> come in as transactions: a declaration must name a user on
      *> the entitlement master, an identity on IDXREF and a
      *> relation type, and may not duplicate a relation that
      *> stands; an end must hit a relation that stands, and never a
      *> self link. Relations are end-dated, never deleted, and every
      *> change - HR's included - lands on the audit trail. Anything
      *> else rejects.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "RELPTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT ENTITLEMENT-FILE ASSIGN TO "ENTLMSTR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT XREF-MASTER ASSIGN TO "IDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-ENTERPRISE-ID
               FILE STATUS IS WS-XREF-STATUS.
           SELECT PARTY-MASTER ASSIGN TO "RELPARTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPM-PARTY-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "RELPAUDT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "RELPREJ"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           COPY related_party_transaction.
       FD  ENTITLEMENT-FILE.
           COPY user_entitlement_record.
       FD  XREF-MASTER.
           COPY identity_xref_record.
       FD  PARTY-MASTER.
           COPY related_party_record.
       FD  AUDIT-FILE.
           COPY related_party_transaction
               REPLACING ==RELATED-PARTY-TRANSACTION== BY
                         ==RELATED-PARTY-AUDIT==
                         LEADING ==RPT== BY ==RPA==.
       FD  REJECT-FILE.
           COPY related_party_transaction
               REPLACING ==RELATED-PARTY-TRANSACTION== BY
                         ==RELATED-PARTY-REJECT==
                         LEADING ==RPT== BY ==RPJ==.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-MAINT-STATUS             PIC X(2).
       01  WS-XREF-STATUS              PIC X(2).
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-XREF-OPEN                PIC X(1) VALUE 'N'.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-PARTY-STATE              PIC X(1).
           88  WS-PARTY-EXISTS         VALUE 'Y'.
       01  WS-IDENTITY-STATE           PIC X(1).
           88  WS-IDENTITY-KNOWN       VALUE 'Y'.
       01  WS-USER-INDEX               PIC 9(5) COMP.
       01  WS-USER-SLOT                PIC 9(5) COMP.
       01  WS-USER-COUNT               PIC 9(5) COMP VALUE 0.
      *> The HR roster: every user, whether active, and the identity
      *> HR holds for the user.
       01  WS-USER-TABLE.
           05  WS-USR-ENTRY OCCURS 20000 TIMES.
               10  WS-USR-ID           PIC X(8).
               10  WS-USR-ACTIVE       PIC X(1).
               10  WS-USR-ENTERPRISE   PIC 9(12).
       01  WS-COUNTS.
           05  WS-SELF-ADDED-COUNT     PIC 9(7) VALUE 0.
           05  WS-SELF-ENDED-COUNT     PIC 9(7) VALUE 0.
           05  WS-DECLARED-COUNT       PIC 9(7) VALUE 0.
           05  WS-ENDED-COUNT          PIC 9(7) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 0500-LOAD-USERS
           OPEN I-O PARTY-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               OPEN OUTPUT PARTY-MASTER
               CLOSE PARTY-MASTER
               OPEN I-O PARTY-MASTER
           END-IF
           OPEN INPUT XREF-MASTER
           IF WS-XREF-STATUS = "00"
               MOVE 'Y' TO WS-XREF-OPEN
           END-IF
           OPEN OUTPUT AUDIT-FILE REJECT-FILE
           PERFORM 1000-END-STALE-SELF-LINKS
           PERFORM VARYING WS-USER-INDEX FROM 1 BY 1
               UNTIL WS-USER-INDEX > WS-USER-COUNT
               IF WS-USR-ACTIVE (WS-USER-INDEX) = 'Y'
                       AND WS-USR-ENTERPRISE (WS-USER-INDEX) NOT = 0
                   PERFORM 1100-SET-SELF-LINK
               END-IF
           END-PERFORM
           OPEN INPUT MAINT-FILE
           IF WS-MAINT-STATUS = "00"
               PERFORM 2000-READ-MAINT
               PERFORM UNTIL END-OF-FILE
                   PERFORM 3000-APPLY-TRANSACTION
                   PERFORM 2000-READ-MAINT
               END-PERFORM
               CLOSE MAINT-FILE
           END-IF
           IF WS-XREF-OPEN = 'Y'
               CLOSE XREF-MASTER
           END-IF
           CLOSE PARTY-MASTER AUDIT-FILE REJECT-FILE
           DISPLAY "RELPMNT: SELF-ADDED=" WS-SELF-ADDED-COUNT
                   " SELF-ENDED=" WS-SELF-ENDED-COUNT
                   " DECLARED=" WS-DECLARED-COUNT
                   " ENDED=" WS-ENDED-COUNT
                   " REJECTED=" WS-REJECT-COUNT
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

       0500-LOAD-USERS.
           OPEN INPUT ENTITLEMENT-FILE
           PERFORM UNTIL END-OF-FILE
               READ ENTITLEMENT-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-USER-COUNT < 20000
                           ADD 1 TO WS-USER-COUNT
                           MOVE UEM-USER-ID
                               TO WS-USR-ID (WS-USER-COUNT)
                           MOVE 'N' TO WS-USR-ACTIVE (WS-USER-COUNT)
                           IF UEM-ACTIVE
                               MOVE 'Y'
                                   TO WS-USR-ACTIVE (WS-USER-COUNT)
                           END-IF
                           MOVE UEM-ENTERPRISE-ID
                               TO WS-USR-ENTERPRISE (WS-USER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITLEMENT-FILE
           MOVE 'N' TO WS-EOF.

      *> A standing self link stays only while HR still shows the
      *> user active with that identity.
       1000-END-STALE-SELF-LINKS.
           MOVE LOW-VALUES TO RPM-PARTY-KEY
           START PARTY-MASTER KEY IS NOT LESS THAN RPM-PARTY-KEY
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ PARTY-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       IF RPM-SELF AND RPM-ENDED-DATE = 0
                           PERFORM 1010-CHECK-SELF-LINK
                       END-IF
               END-READ
           END-PERFORM.

       1010-CHECK-SELF-LINK.
           PERFORM 8000-FIND-USER
           IF WS-ENTRY-FOUND
               IF WS-USR-ACTIVE (WS-USER-SLOT) NOT = 'Y'
                       OR WS-USR-ENTERPRISE (WS-USER-SLOT)
                           NOT = RPM-ENTERPRISE-ID
                   MOVE 'N' TO WS-FOUND
               END-IF
           END-IF
           IF NOT WS-ENTRY-FOUND
               MOVE WS-TODAY TO RPM-ENDED-DATE RPM-LAST-MAINT-DATE
               REWRITE RELATED-PARTY-RECORD
               ADD 1 TO WS-SELF-ENDED-COUNT
               MOVE SPACES TO RELATED-PARTY-AUDIT
               SET RPA-END TO TRUE
               PERFORM 1200-WRITE-HR-AUDIT
           END-IF.

       1100-SET-SELF-LINK.
           MOVE WS-USR-ID (WS-USER-INDEX) TO RPM-USER-ID
           MOVE WS-USR-ENTERPRISE (WS-USER-INDEX) TO RPM-ENTERPRISE-ID
           READ PARTY-MASTER
               INVALID KEY
                   SET RPM-SELF TO TRUE
                   MOVE WS-TODAY TO RPM-DECLARED-DATE
                                    RPM-LAST-MAINT-DATE
                   MOVE 0 TO RPM-ENDED-DATE
                   WRITE RELATED-PARTY-RECORD
                   PERFORM 1110-AUDIT-SELF-ADD
               NOT INVALID KEY
                   IF RPM-ENDED-DATE NOT = 0 OR NOT RPM-SELF
                       SET RPM-SELF TO TRUE
                       MOVE WS-TODAY TO RPM-DECLARED-DATE
                                        RPM-LAST-MAINT-DATE
                       MOVE 0 TO RPM-ENDED-DATE
                       REWRITE RELATED-PARTY-RECORD
                       PERFORM 1110-AUDIT-SELF-ADD
                   END-IF
           END-READ.

       1110-AUDIT-SELF-ADD.
           ADD 1 TO WS-SELF-ADDED-COUNT
           MOVE SPACES TO RELATED-PARTY-AUDIT
           SET RPA-DECLARE TO TRUE
           PERFORM 1200-WRITE-HR-AUDIT.

       1200-WRITE-HR-AUDIT.
           MOVE RPM-USER-ID TO RPA-USER-ID
           MOVE RPM-ENTERPRISE-ID TO RPA-ENTERPRISE-ID
           MOVE 'S' TO RPA-RELATION-TYPE
           MOVE WS-TODAY TO RPA-EFFECTIVE-DATE
           WRITE RELATED-PARTY-AUDIT.

       2000-READ-MAINT.
           READ MAINT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3000-APPLY-TRANSACTION.
           MOVE RPT-USER-ID TO RPM-USER-ID
           PERFORM 8000-FIND-USER
           MOVE 'N' TO WS-PARTY-STATE
           MOVE RPT-USER-ID TO RPM-USER-ID
           MOVE RPT-ENTERPRISE-ID TO RPM-ENTERPRISE-ID
           READ PARTY-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-PARTY-EXISTS TO TRUE
           END-READ
           PERFORM 3050-CHECK-IDENTITY
           EVALUATE TRUE
               WHEN RPT-EFFECTIVE-DATE NOT NUMERIC
                   PERFORM 9000-WRITE-REJECT
               WHEN RPT-DECLARE AND WS-ENTRY-FOUND
                       AND WS-IDENTITY-KNOWN
                       AND RPT-VALID-RELATION
                       AND NOT WS-PARTY-EXISTS
                   PERFORM 3100-DECLARE-RELATION
                   WRITE RELATED-PARTY-RECORD
               WHEN RPT-DECLARE AND WS-ENTRY-FOUND
                       AND WS-IDENTITY-KNOWN
                       AND RPT-VALID-RELATION
                       AND WS-PARTY-EXISTS
                       AND RPM-ENDED-DATE NOT = 0
                   PERFORM 3100-DECLARE-RELATION
                   REWRITE RELATED-PARTY-RECORD
               WHEN RPT-END AND WS-PARTY-EXISTS
                       AND RPM-ENDED-DATE = 0
                       AND NOT RPM-SELF
                   MOVE RPT-EFFECTIVE-DATE TO RPM-ENDED-DATE
                   MOVE WS-TODAY TO RPM-LAST-MAINT-DATE
                   REWRITE RELATED-PARTY-RECORD
                   ADD 1 TO WS-ENDED-COUNT
                   PERFORM 3900-WRITE-AUDIT
               WHEN OTHER
                   PERFORM 9000-WRITE-REJECT
           END-EVALUATE.

       3050-CHECK-IDENTITY.
           MOVE 'N' TO WS-IDENTITY-STATE
           IF WS-XREF-OPEN = 'Y' AND RPT-ENTERPRISE-ID NOT = 0
               MOVE RPT-ENTERPRISE-ID TO IDX-ENTERPRISE-ID
               READ XREF-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-IDENTITY-KNOWN TO TRUE
               END-READ
           END-IF.

       3100-DECLARE-RELATION.
           MOVE RPT-RELATION-TYPE TO RPM-RELATION-TYPE
           MOVE RPT-EFFECTIVE-DATE TO RPM-DECLARED-DATE
           MOVE 0 TO RPM-ENDED-DATE
           MOVE WS-TODAY TO RPM-LAST-MAINT-DATE
           ADD 1 TO WS-DECLARED-COUNT
           PERFORM 3900-WRITE-AUDIT.

       3900-WRITE-AUDIT.
           MOVE RELATED-PARTY-TRANSACTION TO RELATED-PARTY-AUDIT
           WRITE RELATED-PARTY-AUDIT.

       8000-FIND-USER.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-USER-INDEX FROM 1 BY 1
               UNTIL WS-USER-INDEX > WS-USER-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-USR-ID (WS-USER-INDEX) = RPM-USER-ID
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-USER-INDEX TO WS-USER-SLOT
               END-IF
           END-PERFORM.

       9000-WRITE-REJECT.
           MOVE RELATED-PARTY-TRANSACTION TO RELATED-PARTY-REJECT
           WRITE RELATED-PARTY-REJECT
           ADD 1 TO WS-REJECT-COUNT.
