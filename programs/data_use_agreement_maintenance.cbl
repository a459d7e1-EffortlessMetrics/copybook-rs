      *> DUAMAINT - Data use agreement maintenance. Applies add,
      *> change and terminate transactions to the data use agreement
      *> master RSCHREL releases against, keyed on study ID. An
      *> agreement needs its IRB reference, a release type of Safe
      *> Harbor or limited data set, and an expiry after its approval;
      *> a Safe Harbor agreement can never be permitted full dates or
      *> the facility. A change replaces the terms of an approved
      *> agreement; a termination ends it on its termination date
      *> (the maintenance date when none is given), never later than
      *> the expiry already agreed. Anything that cannot apply goes
      *> to the reject file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUAMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "DUATRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AGREEMENT-MASTER ASSIGN TO "DUAMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUA-STUDY-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REJECT-FILE ASSIGN TO "DUAREJ"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           COPY data_use_agreement_transaction.
       FD  AGREEMENT-MASTER.
           COPY data_use_agreement_record.
       FD  REJECT-FILE.
           COPY data_use_agreement_transaction
               REPLACING ==DATA-USE-AGREEMENT-TRANSACTION==
                      BY ==REJECTED-AGREEMENT-TRANSACTION==
                         LEADING ==DUT== BY ==RJD==.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-ROW-STATE                PIC X(1).
           88  WS-ROW-FOUND            VALUE 'Y'.
       01  WS-TERMS-STATE              PIC X(1).
           88  WS-TERMS-VALID          VALUE 'Y'.
       01  WS-ELEMENTS                 PIC X(4).
       01  WS-ELEMENT-FLAGS REDEFINES WS-ELEMENTS.
           05  WS-ELEMENT-FLAG OCCURS 4 TIMES
                                       PIC X(1).
       01  WS-ELEMENT-INDEX            PIC 9(1) COMP.
       01  WS-TERMINATION-DATE         PIC 9(8).
       01  WS-COUNTS.
           05  WS-ADDED-COUNT          PIC 9(9) VALUE 0.
           05  WS-CHANGED-COUNT        PIC 9(9) VALUE 0.
           05  WS-TERMINATED-COUNT     PIC 9(9) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN I-O AGREEMENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               OPEN OUTPUT AGREEMENT-MASTER
               CLOSE AGREEMENT-MASTER
               OPEN I-O AGREEMENT-MASTER
           END-IF
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM 1000-READ-MAINT
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-APPLY-MAINT
               PERFORM 1000-READ-MAINT
           END-PERFORM
           CLOSE AGREEMENT-MASTER MAINT-FILE REJECT-FILE
           DISPLAY "DUAMAINT: ADDED=" WS-ADDED-COUNT
                   " CHANGED=" WS-CHANGED-COUNT
                   " TERMINATED=" WS-TERMINATED-COUNT
                   " REJECTED=" WS-REJECTED-COUNT
           GOBACK.

       1000-READ-MAINT.
           READ MAINT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-APPLY-MAINT.
           MOVE DUT-STUDY-ID TO DUA-STUDY-ID
           MOVE 'N' TO WS-ROW-STATE
           READ AGREEMENT-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ROW-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN DUT-STUDY-ID = SPACES
                   PERFORM 9000-REJECT-MAINT
               WHEN DUT-ADD
                   IF WS-ROW-FOUND
                       PERFORM 9000-REJECT-MAINT
                   ELSE
                       PERFORM 2100-APPLY-TERMS
                   END-IF
               WHEN DUT-CHANGE
                   IF NOT WS-ROW-FOUND OR NOT DUA-APPROVED
                       PERFORM 9000-REJECT-MAINT
                   ELSE
                       PERFORM 2100-APPLY-TERMS
                   END-IF
               WHEN DUT-TERMINATE
                   PERFORM 2300-TERMINATE-AGREEMENT
               WHEN OTHER
                   PERFORM 9000-REJECT-MAINT
           END-EVALUATE.

      *> Each permitted-element flag is Y or N; a Safe Harbor release
      *> carries neither full dates nor the facility.
       2100-APPLY-TERMS.
           MOVE DUT-PERMITTED-ELEMENTS TO WS-ELEMENTS
           SET WS-TERMS-VALID TO TRUE
           PERFORM VARYING WS-ELEMENT-INDEX FROM 1 BY 1
               UNTIL WS-ELEMENT-INDEX > 4
               IF WS-ELEMENT-FLAG (WS-ELEMENT-INDEX) NOT = 'Y'
                       AND WS-ELEMENT-FLAG (WS-ELEMENT-INDEX) NOT = 'N'
                   MOVE 'N' TO WS-TERMS-STATE
               END-IF
           END-PERFORM
           IF DUT-RELEASE-TYPE = 'S'
                   AND (WS-ELEMENT-FLAG (3) = 'Y'
                       OR WS-ELEMENT-FLAG (4) = 'Y')
               MOVE 'N' TO WS-TERMS-STATE
           END-IF
           IF DUT-IRB-REFERENCE = SPACES
                   OR NOT DUT-RELEASE-TYPE-VALID
                   OR DUT-APPROVED-DATE = 0
                   OR DUT-EXPIRY-DATE NOT > DUT-APPROVED-DATE
               MOVE 'N' TO WS-TERMS-STATE
           END-IF
           IF NOT WS-TERMS-VALID
               PERFORM 9000-REJECT-MAINT
           ELSE
               MOVE DUT-STUDY-TITLE TO DUA-STUDY-TITLE
               MOVE DUT-INVESTIGATOR TO DUA-INVESTIGATOR
               MOVE DUT-IRB-REFERENCE TO DUA-IRB-REFERENCE
               MOVE DUT-RELEASE-TYPE TO DUA-RELEASE-TYPE
               MOVE DUT-PERMITTED-ELEMENTS TO DUA-PERMITTED-ELEMENTS
               MOVE DUT-APPROVED-DATE TO DUA-APPROVED-DATE
               MOVE DUT-EXPIRY-DATE TO DUA-EXPIRY-DATE
               SET DUA-APPROVED TO TRUE
               MOVE DUT-MAINT-USER TO DUA-MAINT-USER
               MOVE DUT-MAINT-DATE TO DUA-MAINT-DATE
               IF WS-ROW-FOUND
                   REWRITE DATA-USE-AGREEMENT-RECORD
                   ADD 1 TO WS-CHANGED-COUNT
               ELSE
                   WRITE DATA-USE-AGREEMENT-RECORD
                   ADD 1 TO WS-ADDED-COUNT
               END-IF
           END-IF.

       2300-TERMINATE-AGREEMENT.
           IF NOT WS-ROW-FOUND OR NOT DUA-APPROVED
               PERFORM 9000-REJECT-MAINT
           ELSE
               IF DUT-EXPIRY-DATE = 0
                   MOVE DUT-MAINT-DATE TO WS-TERMINATION-DATE
               ELSE
                   MOVE DUT-EXPIRY-DATE TO WS-TERMINATION-DATE
               END-IF
               IF WS-TERMINATION-DATE < DUA-EXPIRY-DATE
                   MOVE WS-TERMINATION-DATE TO DUA-EXPIRY-DATE
               END-IF
               SET DUA-TERMINATED TO TRUE
               MOVE DUT-MAINT-USER TO DUA-MAINT-USER
               MOVE DUT-MAINT-DATE TO DUA-MAINT-DATE
               REWRITE DATA-USE-AGREEMENT-RECORD
               ADD 1 TO WS-TERMINATED-COUNT
           END-IF.

       9000-REJECT-MAINT.
           MOVE DATA-USE-AGREEMENT-TRANSACTION
               TO REJECTED-AGREEMENT-TRANSACTION
           WRITE REJECTED-AGREEMENT-TRANSACTION
           ADD 1 TO WS-REJECTED-COUNT.
