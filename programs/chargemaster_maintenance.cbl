      *> CDMMAINT - Chargemaster maintenance. Applies add, change and
      *> retire transactions to the chargemaster, keyed on
      *> TREATMENT-CODE and effective date so every price a code has
      *> carried stays on file for the dates it was in force. An add
      *> opens a code (or reinstates a retired one), a change writes
      *> the code's new terms from its effective date, and a retire
      *> ends the code from its effective date. Every applied action
      *> writes a before/after audit line; anything that cannot apply
      *> goes to the reject file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDMMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "CDMTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHARGE-MASTER ASSIGN TO "CHGMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDM-PRICE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "CDMAUDT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "CDMREJ"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           COPY chargemaster_transaction.
       FD  CHARGE-MASTER.
           COPY chargemaster_record.
       FD  AUDIT-FILE.
           COPY chargemaster_audit.
       FD  REJECT-FILE.
           COPY chargemaster_transaction
               REPLACING ==CHARGEMASTER-TRANSACTION==
                      BY ==REJECTED-CHARGE-TRANSACTION==
                         LEADING ==CMT== BY ==RJC==.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-LATEST-STATE             PIC X(1).
           88  WS-LATEST-FOUND         VALUE 'Y'.
       01  WS-BEFORE-TERMS.
           05  WS-BEFORE-EFFECTIVE     PIC 9(8).
           05  WS-BEFORE-STATUS        PIC X(1).
               88  WS-BEFORE-ACTIVE    VALUE 'A'.
           05  WS-BEFORE-PRICE         PIC S9(8)V99.
           05  WS-BEFORE-REVENUE-CODE  PIC X(4).
           05  WS-BEFORE-DEPARTMENT    PIC X(4).
           05  WS-BEFORE-DESCRIPTION   PIC X(30).
       01  WS-COUNTS.
           05  WS-ADDED-COUNT          PIC 9(9) VALUE 0.
           05  WS-CHANGED-COUNT        PIC 9(9) VALUE 0.
           05  WS-RETIRED-COUNT        PIC 9(9) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN I-O CHARGE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               OPEN OUTPUT CHARGE-MASTER
               CLOSE CHARGE-MASTER
               OPEN I-O CHARGE-MASTER
           END-IF
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT AUDIT-FILE REJECT-FILE
           PERFORM 1000-READ-MAINT
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-APPLY-MAINT
               PERFORM 1000-READ-MAINT
           END-PERFORM
           CLOSE CHARGE-MASTER MAINT-FILE AUDIT-FILE REJECT-FILE
           DISPLAY "CDMMAINT: ADDED=" WS-ADDED-COUNT
                   " CHANGED=" WS-CHANGED-COUNT
                   " RETIRED=" WS-RETIRED-COUNT
                   " REJECTED=" WS-REJECTED-COUNT
           GOBACK.

       1000-READ-MAINT.
           READ MAINT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-APPLY-MAINT.
           PERFORM 2100-FETCH-LATEST-TERMS
           EVALUATE TRUE
               WHEN CMT-TREATMENT-CODE = SPACES
                       OR CMT-EFFECTIVE-DATE = 0
                   PERFORM 9000-REJECT-MAINT
               WHEN CMT-ADD
                   PERFORM 3000-ADD-CODE
               WHEN CMT-CHANGE
                   PERFORM 4000-CHANGE-CODE
               WHEN CMT-RETIRE
                   PERFORM 5000-RETIRE-CODE
               WHEN OTHER
                   PERFORM 9000-REJECT-MAINT
           END-EVALUATE.

      *> The row in force last for the code - the highest effective
      *> date on file, whatever the transaction's own date.
       2100-FETCH-LATEST-TERMS.
           MOVE 'N' TO WS-LATEST-STATE
           INITIALIZE WS-BEFORE-TERMS
           MOVE CMT-TREATMENT-CODE TO CDM-TREATMENT-CODE
           MOVE 99999999 TO CDM-EFFECTIVE-DATE
           START CHARGE-MASTER KEY IS LESS THAN CDM-PRICE-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ CHARGE-MASTER PREVIOUS
                       AT END CONTINUE
                       NOT AT END
                           IF CDM-TREATMENT-CODE = CMT-TREATMENT-CODE
                               SET WS-LATEST-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START
           IF WS-LATEST-FOUND
               MOVE CDM-EFFECTIVE-DATE TO WS-BEFORE-EFFECTIVE
               MOVE CDM-STATUS TO WS-BEFORE-STATUS
               MOVE CDM-STANDARD-PRICE TO WS-BEFORE-PRICE
               MOVE CDM-REVENUE-CODE TO WS-BEFORE-REVENUE-CODE
               MOVE CDM-DEPARTMENT TO WS-BEFORE-DEPARTMENT
               MOVE CDM-DESCRIPTION TO WS-BEFORE-DESCRIPTION
           END-IF.

      *> A new code needs its full terms; a retired code comes back
      *> through an add dated after its retirement.
       3000-ADD-CODE.
           EVALUATE TRUE
               WHEN WS-LATEST-FOUND AND WS-BEFORE-ACTIVE
                   PERFORM 9000-REJECT-MAINT
               WHEN WS-LATEST-FOUND
                       AND CMT-EFFECTIVE-DATE <= WS-BEFORE-EFFECTIVE
                   PERFORM 9000-REJECT-MAINT
               WHEN CMT-STANDARD-PRICE < 0
                       OR CMT-REVENUE-CODE = SPACES
                       OR CMT-DEPARTMENT = SPACES
                   PERFORM 9000-REJECT-MAINT
               WHEN OTHER
                   INITIALIZE CHARGEMASTER-RECORD
                   MOVE CMT-TREATMENT-CODE TO CDM-TREATMENT-CODE
                   MOVE CMT-EFFECTIVE-DATE TO CDM-EFFECTIVE-DATE
                   SET CDM-ACTIVE TO TRUE
                   MOVE CMT-STANDARD-PRICE TO CDM-STANDARD-PRICE
                   MOVE CMT-REVENUE-CODE TO CDM-REVENUE-CODE
                   MOVE CMT-DEPARTMENT TO CDM-DEPARTMENT
                   MOVE CMT-DESCRIPTION TO CDM-DESCRIPTION
                   MOVE CMT-MAINT-USER TO CDM-MAINT-USER
                   MOVE CMT-MAINT-DATE TO CDM-MAINT-DATE
                   WRITE CHARGEMASTER-RECORD
                   ADD 1 TO WS-ADDED-COUNT
                   PERFORM 7000-WRITE-AUDIT
           END-EVALUATE.

      *> Terms change forward only: a change dated on the latest row
      *> corrects it in place, a later date starts a new row.
       4000-CHANGE-CODE.
           IF NOT WS-LATEST-FOUND
                   OR NOT WS-BEFORE-ACTIVE
                   OR CMT-EFFECTIVE-DATE < WS-BEFORE-EFFECTIVE
                   OR CMT-STANDARD-PRICE < 0
               PERFORM 9000-REJECT-MAINT
           ELSE
               IF CMT-STANDARD-PRICE > 0
                   MOVE CMT-STANDARD-PRICE TO CDM-STANDARD-PRICE
               END-IF
               IF CMT-REVENUE-CODE NOT = SPACES
                   MOVE CMT-REVENUE-CODE TO CDM-REVENUE-CODE
               END-IF
               IF CMT-DEPARTMENT NOT = SPACES
                   MOVE CMT-DEPARTMENT TO CDM-DEPARTMENT
               END-IF
               IF CMT-DESCRIPTION NOT = SPACES
                   MOVE CMT-DESCRIPTION TO CDM-DESCRIPTION
               END-IF
               PERFORM 6000-STORE-NEW-TERMS
               ADD 1 TO WS-CHANGED-COUNT
               PERFORM 7000-WRITE-AUDIT
           END-IF.

       5000-RETIRE-CODE.
           IF NOT WS-LATEST-FOUND
                   OR NOT WS-BEFORE-ACTIVE
                   OR CMT-EFFECTIVE-DATE < WS-BEFORE-EFFECTIVE
               PERFORM 9000-REJECT-MAINT
           ELSE
               SET CDM-RETIRED TO TRUE
               PERFORM 6000-STORE-NEW-TERMS
               ADD 1 TO WS-RETIRED-COUNT
               PERFORM 7000-WRITE-AUDIT
           END-IF.

       6000-STORE-NEW-TERMS.
           MOVE CMT-MAINT-USER TO CDM-MAINT-USER
           MOVE CMT-MAINT-DATE TO CDM-MAINT-DATE
           IF CMT-EFFECTIVE-DATE = WS-BEFORE-EFFECTIVE
               REWRITE CHARGEMASTER-RECORD
           ELSE
               MOVE CMT-EFFECTIVE-DATE TO CDM-EFFECTIVE-DATE
               WRITE CHARGEMASTER-RECORD
           END-IF.

       7000-WRITE-AUDIT.
           MOVE CMT-ACTION-CODE TO CMA-ACTION-CODE
           MOVE CMT-TREATMENT-CODE TO CMA-TREATMENT-CODE
           MOVE CMT-EFFECTIVE-DATE TO CMA-EFFECTIVE-DATE
           MOVE WS-BEFORE-STATUS TO CMA-BEFORE-STATUS
           MOVE WS-BEFORE-PRICE TO CMA-BEFORE-PRICE
           MOVE WS-BEFORE-REVENUE-CODE TO CMA-BEFORE-REVENUE-CODE
           MOVE WS-BEFORE-DEPARTMENT TO CMA-BEFORE-DEPARTMENT
           MOVE CDM-STATUS TO CMA-AFTER-STATUS
           MOVE CDM-STANDARD-PRICE TO CMA-AFTER-PRICE
           MOVE CDM-REVENUE-CODE TO CMA-AFTER-REVENUE-CODE
           MOVE CDM-DEPARTMENT TO CMA-AFTER-DEPARTMENT
           MOVE CMT-MAINT-USER TO CMA-MAINT-USER
           MOVE CMT-MAINT-DATE TO CMA-MAINT-DATE
           WRITE CHARGEMASTER-AUDIT.

       9000-REJECT-MAINT.
           MOVE CHARGEMASTER-TRANSACTION
               TO REJECTED-CHARGE-TRANSACTION
           WRITE REJECTED-CHARGE-TRANSACTION
           ADD 1 TO WS-REJECTED-COUNT.
