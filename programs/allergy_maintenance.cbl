      *> ALRGMNT - Patient allergy master maintenance. Applies add and
      *> inactivate transactions to the allergy master, keyed on
      *> PATIENT-ID and allergen class. Every transaction is filed
      *> under the patient's surviving identity on the PATMERGE
      *> cross-reference, and after the transactions the master is
      *> swept for rows still filed under an identity that has since
      *> been merged away: each is moved to its survivor, where a row
      *> for the same class already on file keeps whichever of the two
      *> is active and more severe. Anything that cannot apply goes to
      *> the reject file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRGMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "ALRGTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ALLERGY-MASTER ASSIGN TO "PATALRGY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAL-ALLERGY-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT XREF-MASTER ASSIGN TO "PATXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PXR-MERGED-PATIENT-ID
               FILE STATUS IS WS-XREF-STATUS.
           SELECT REJECT-FILE ASSIGN TO "ALRGREJ"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           COPY patient_allergy_transaction.
       FD  ALLERGY-MASTER.
           COPY patient_allergy_record.
       FD  XREF-MASTER.
           COPY patient_xref_record.
       FD  REJECT-FILE.
           COPY patient_allergy_transaction
               REPLACING ==PATIENT-ALLERGY-TRANSACTION==
                      BY ==REJECTED-ALLERGY-TRANSACTION==
                         LEADING ==ALX== BY ==RJA==.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-XREF-STATUS              PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-XREF-STATE               PIC X(1) VALUE 'N'.
           88  WS-XREF-AVAILABLE       VALUE 'Y'.
       01  WS-ROW-STATE                PIC X(1).
           88  WS-ROW-FOUND            VALUE 'Y'.
      *> The merge cross-reference keys the 10-digit registration
      *> number, carried right-justified in PATIENT-ID.
       01  WS-RESOLVE-ID               PIC X(12).
       01  WS-RESOLVE-NUMBER REDEFINES WS-RESOLVE-ID
                                       PIC 9(12).
       01  WS-RESOLVE-HOPS             PIC 9(2) COMP.
       01  WS-RESOLVE-DONE             PIC X(1).
           88  WS-RESOLVED             VALUE 'Y'.
      *> Severity ranks - severe over moderate over mild.
       01  WS-SEVERITY                 PIC X(1).
       01  WS-RANK                     PIC 9(1).
       01  WS-MOVED-RANK               PIC 9(1).
      *> Rows found under merged identities, moved once the sweep of
      *> the master is done.
           COPY patient_allergy_record
               REPLACING ==PATIENT-ALLERGY-RECORD== BY ==MOVED-ALLERGY==
                         LEADING ==PAL== BY ==MVA==.
       01  WS-MOVE-INDEX               PIC 9(5) COMP.
       01  WS-MOVE-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-MOVE-TABLE.
           05  WS-MOVE-ENTRY OCCURS 20000 TIMES.
               10  WS-MOVE-IMAGE       PIC X(67).
               10  WS-MOVE-SURVIVOR    PIC X(12).
       01  WS-COUNTS.
           05  WS-ADDED-COUNT          PIC 9(9) VALUE 0.
           05  WS-INACTIVATED-COUNT    PIC 9(9) VALUE 0.
           05  WS-MERGED-COUNT         PIC 9(9) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN I-O ALLERGY-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               OPEN OUTPUT ALLERGY-MASTER
               CLOSE ALLERGY-MASTER
               OPEN I-O ALLERGY-MASTER
           END-IF
           OPEN INPUT XREF-MASTER
           IF WS-XREF-STATUS = "00"
               SET WS-XREF-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM 1000-READ-MAINT
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-APPLY-MAINT
               PERFORM 1000-READ-MAINT
           END-PERFORM
           IF WS-XREF-AVAILABLE
               PERFORM 3000-SWEEP-MERGED-ROWS
               PERFORM VARYING WS-MOVE-INDEX FROM 1 BY 1
                   UNTIL WS-MOVE-INDEX > WS-MOVE-COUNT
                   PERFORM 3200-MOVE-TO-SURVIVOR
               END-PERFORM
               CLOSE XREF-MASTER
           END-IF
           CLOSE ALLERGY-MASTER MAINT-FILE REJECT-FILE
           DISPLAY "ALRGMNT: ADDED=" WS-ADDED-COUNT
                   " INACTIVATED=" WS-INACTIVATED-COUNT
                   " MERGED=" WS-MERGED-COUNT
                   " REJECTED=" WS-REJECTED-COUNT
           GOBACK.

       1000-READ-MAINT.
           READ MAINT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-APPLY-MAINT.
           MOVE ALX-PATIENT-ID TO WS-RESOLVE-ID
           PERFORM 8000-FOLLOW-MERGE-CHAIN
           MOVE WS-RESOLVE-ID TO PAL-PATIENT-ID
           MOVE ALX-ALLERGEN-CLASS TO PAL-ALLERGEN-CLASS
           MOVE 'N' TO WS-ROW-STATE
           READ ALLERGY-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ROW-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN ALX-PATIENT-ID = SPACES
                       OR ALX-ALLERGEN-CLASS = SPACES
                   PERFORM 9000-REJECT-MAINT
               WHEN ALX-ADD
                   PERFORM 2100-ADD-ALLERGY
               WHEN ALX-INACTIVATE
                   PERFORM 2200-INACTIVATE-ALLERGY
               WHEN OTHER
                   PERFORM 9000-REJECT-MAINT
           END-EVALUATE.

      *> An allergy already active is re-graded by inactivating it and
      *> adding it again; an inactivated one comes back on an add.
       2100-ADD-ALLERGY.
           EVALUATE TRUE
               WHEN NOT ALX-SEVERITY-VALID
                       OR NOT ALX-SOURCE-VALID
                       OR ALX-RECORDED-DATE = 0
                   PERFORM 9000-REJECT-MAINT
               WHEN WS-ROW-FOUND AND PAL-ACTIVE
                   PERFORM 9000-REJECT-MAINT
               WHEN OTHER
                   MOVE ALX-SEVERITY TO PAL-SEVERITY
                   MOVE ALX-RECORDED-DATE TO PAL-RECORDED-DATE
                   MOVE ALX-SOURCE TO PAL-SOURCE
                   SET PAL-ACTIVE TO TRUE
                   MOVE 0 TO PAL-INACTIVATED-DATE
                   MOVE ALX-MAINT-USER TO PAL-MAINT-USER
                   MOVE ALX-MAINT-DATE TO PAL-MAINT-DATE
                   IF WS-ROW-FOUND
                       REWRITE PATIENT-ALLERGY-RECORD
                   ELSE
                       MOVE SPACES TO PAL-MERGED-FROM-ID
                       WRITE PATIENT-ALLERGY-RECORD
                   END-IF
                   ADD 1 TO WS-ADDED-COUNT
           END-EVALUATE.

       2200-INACTIVATE-ALLERGY.
           IF NOT WS-ROW-FOUND OR NOT PAL-ACTIVE
               PERFORM 9000-REJECT-MAINT
           ELSE
               SET PAL-INACTIVE TO TRUE
               MOVE ALX-MAINT-DATE TO PAL-INACTIVATED-DATE
               MOVE ALX-MAINT-USER TO PAL-MAINT-USER
               MOVE ALX-MAINT-DATE TO PAL-MAINT-DATE
               REWRITE PATIENT-ALLERGY-RECORD
               ADD 1 TO WS-INACTIVATED-COUNT
           END-IF.

      *> Rows filed before their patient was merged away.
       3000-SWEEP-MERGED-ROWS.
           MOVE LOW-VALUES TO PAL-ALLERGY-KEY
           START ALLERGY-MASTER KEY IS NOT LESS THAN PAL-ALLERGY-KEY
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ ALLERGY-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END PERFORM 3100-CHECK-ROW-IDENTITY
               END-READ
           END-PERFORM.

       3100-CHECK-ROW-IDENTITY.
           MOVE PAL-PATIENT-ID TO WS-RESOLVE-ID
           PERFORM 8000-FOLLOW-MERGE-CHAIN
           IF WS-RESOLVE-ID NOT = PAL-PATIENT-ID
                   AND WS-MOVE-COUNT < 20000
               ADD 1 TO WS-MOVE-COUNT
               MOVE PATIENT-ALLERGY-RECORD
                   TO WS-MOVE-IMAGE (WS-MOVE-COUNT)
               MOVE WS-RESOLVE-ID TO WS-MOVE-SURVIVOR (WS-MOVE-COUNT)
           END-IF.

      *> The merged identity's row goes; the survivor keeps the active
      *> row of the two, and of two active rows the more severe.
       3200-MOVE-TO-SURVIVOR.
           MOVE WS-MOVE-IMAGE (WS-MOVE-INDEX) TO MOVED-ALLERGY
           MOVE MVA-ALLERGY-KEY TO PAL-ALLERGY-KEY
           DELETE ALLERGY-MASTER
               INVALID KEY CONTINUE
           END-DELETE
           MOVE MVA-SEVERITY TO WS-SEVERITY
           PERFORM 8100-RANK-SEVERITY
           MOVE WS-RANK TO WS-MOVED-RANK
           MOVE WS-MOVE-SURVIVOR (WS-MOVE-INDEX) TO PAL-PATIENT-ID
           MOVE MVA-ALLERGEN-CLASS TO PAL-ALLERGEN-CLASS
           READ ALLERGY-MASTER
               INVALID KEY
                   PERFORM 3300-TAKE-MOVED-ROW
                   WRITE PATIENT-ALLERGY-RECORD
               NOT INVALID KEY
                   MOVE PAL-SEVERITY TO WS-SEVERITY
                   PERFORM 8100-RANK-SEVERITY
                   IF (PAL-INACTIVE AND MVA-ACTIVE)
                       OR (PAL-STATUS = MVA-STATUS
                           AND WS-MOVED-RANK > WS-RANK)
                       PERFORM 3300-TAKE-MOVED-ROW
                       REWRITE PATIENT-ALLERGY-RECORD
                   END-IF
           END-READ
           ADD 1 TO WS-MERGED-COUNT.

       3300-TAKE-MOVED-ROW.
           MOVE MOVED-ALLERGY TO PATIENT-ALLERGY-RECORD
           MOVE WS-MOVE-SURVIVOR (WS-MOVE-INDEX) TO PAL-PATIENT-ID
           IF MVA-MERGED-FROM-ID = SPACES
               MOVE MVA-PATIENT-ID TO PAL-MERGED-FROM-ID
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

       8100-RANK-SEVERITY.
           EVALUATE WS-SEVERITY
               WHEN 'S'
                   MOVE 3 TO WS-RANK
               WHEN 'O'
                   MOVE 2 TO WS-RANK
               WHEN OTHER
                   MOVE 1 TO WS-RANK
           END-EVALUATE.

       9000-REJECT-MAINT.
           MOVE PATIENT-ALLERGY-TRANSACTION
               TO REJECTED-ALLERGY-TRANSACTION
           WRITE REJECTED-ALLERGY-TRANSACTION
           ADD 1 TO WS-REJECTED-COUNT.
