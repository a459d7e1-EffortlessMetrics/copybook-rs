      *> TDMAINT - Term-deposit maintenance. Applies open, instruction
      *> and withdrawal transactions to the term-deposit master. An
      *> open must be a new account with a positive principal, a term
      *> of 1 to 120 months, a linked demand account other than itself
      *> and a roll-over or pay-out instruction; its rate is fixed from
      *> the rate-change reference band for the customer's score in
      *> force on the open date, and its maturity is the open date plus
      *> the term, rolled forward to a business day by BUSDAY. An open
      *> no band covers is rejected rather than opened at no rate. An
      *> instruction change must hit a live deposit before its
      *> maturity date. A withdrawal
      *> request must hit a funded, live deposit before its maturity
      *> date; it is only marked here - TDMATUR posts it, with the
      *> penalty, on its next run. Rejected transactions go to the
      *> reject file and the run closes with a one-line recap.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "TDMTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEPOSIT-MASTER ASSIGN TO "TDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDM-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATECHG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "TDMREJ"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           COPY term_deposit_transaction.
       FD  DEPOSIT-MASTER.
           COPY term_deposit_record.
       FD  RATE-FILE.
           COPY rate_change_record.
       FD  REJECT-FILE.
           COPY term_deposit_transaction
               REPLACING ==TERM-DEPOSIT-TRANSACTION== BY
                         ==TERM-DEPOSIT-REJECT==
                         LEADING ==TDT== BY ==TDX==.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
           COPY business_day_request.
       01  WS-RECORD-STATE             PIC X(1).
           88  WS-DEPOSIT-EXISTS       VALUE 'Y'.
       01  WS-EDIT-STATE               PIC X(1).
           88  WS-EDITS-PASS           VALUE 'Y'.
       01  WS-OPEN-DATE                PIC 9(8).
       01  WS-WORK-DATE                PIC 9(8).
       01  WS-WORK-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR            PIC 9(4).
           05  WS-WORK-MONTH           PIC 9(2).
           05  WS-WORK-DAY             PIC 9(2).
       01  WS-START-DAY                PIC 9(2).
       01  WS-DAYS-IN-MONTH            PIC 9(2).
       01  WS-LEAP-QUOTIENT            PIC 9(4).
       01  WS-LEAP-REMAINDER           PIC 9(4).
       01  WS-MONTH-STEP               PIC 9(3).
      *> Rate-change bands, effective dates rolled to business days
      *> as REPRICE rolls them.
       01  WS-RATE-INDEX               PIC 9(4) COMP.
       01  WS-RATE-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-MATCH-INDEX              PIC 9(4) COMP.
       01  WS-FOUND                    PIC X(1).
           88  WS-BAND-FOUND           VALUE 'Y'.
       01  WS-SEEK-SCORE               PIC 9(3).
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 500 TIMES.
               10  WS-BAND-LOW         PIC 9(3).
               10  WS-BAND-HIGH        PIC 9(3).
               10  WS-NEW-RATE         PIC S9(3)V9999.
               10  WS-EFFECTIVE        PIC 9(8).
       01  WS-COUNTS.
           05  WS-OPEN-COUNT           PIC 9(7) VALUE 0.
           05  WS-INSTRUCTION-COUNT    PIC 9(7) VALUE 0.
           05  WS-WITHDRAW-COUNT       PIC 9(7) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 0100-LOAD-RATE-CHANGES
           PERFORM 0200-OPEN-MASTER
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM 1000-READ-MAINT
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-APPLY-MAINT
               PERFORM 1000-READ-MAINT
           END-PERFORM
           CLOSE DEPOSIT-MASTER MAINT-FILE REJECT-FILE
           DISPLAY "TDMAINT: OPENS=" WS-OPEN-COUNT
                   " INSTRUCTIONS=" WS-INSTRUCTION-COUNT
                   " WITHDRAWALS=" WS-WITHDRAW-COUNT
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

       0100-LOAD-RATE-CHANGES.
           OPEN INPUT RATE-FILE
           READ RATE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-FILE
               IF WS-RATE-COUNT < 500
                   ADD 1 TO WS-RATE-COUNT
                   MOVE RTC-SCORE-BAND-LOW
                       TO WS-BAND-LOW (WS-RATE-COUNT)
                   MOVE RTC-SCORE-BAND-HIGH
                       TO WS-BAND-HIGH (WS-RATE-COUNT)
                   MOVE RTC-NEW-RATE
                       TO WS-NEW-RATE (WS-RATE-COUNT)
                   MOVE 'USD' TO BDR-COUNTRY-CODE
                   SET BDR-ROLL-FORWARD TO TRUE
                   MOVE RTC-EFFECTIVE-DATE TO BDR-IN-DATE
                   CALL "BUSDAY" USING BUSINESS-DAY-REQUEST
                   END-CALL
                   MOVE BDR-OUT-DATE
                       TO WS-EFFECTIVE (WS-RATE-COUNT)
               END-IF
               READ RATE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE RATE-FILE
           MOVE 'N' TO WS-EOF.

      *> The first run creates the master.
       0200-OPEN-MASTER.
           OPEN I-O DEPOSIT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               OPEN OUTPUT DEPOSIT-MASTER
               CLOSE DEPOSIT-MASTER
               OPEN I-O DEPOSIT-MASTER
           END-IF.

       1000-READ-MAINT.
           READ MAINT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-APPLY-MAINT.
           PERFORM 2100-FETCH-DEPOSIT
           EVALUATE TRUE
               WHEN TDT-OPEN
                   PERFORM 3000-OPEN-DEPOSIT
               WHEN TDT-INSTRUCTION
                   PERFORM 4000-CHANGE-INSTRUCTION
               WHEN TDT-WITHDRAW
                   PERFORM 5000-REQUEST-WITHDRAWAL
               WHEN OTHER
                   PERFORM 9000-WRITE-REJECT
           END-EVALUATE.

       2100-FETCH-DEPOSIT.
           MOVE 'N' TO WS-RECORD-STATE
           MOVE TDT-ACCOUNT-NUMBER TO TDM-ACCOUNT-NUMBER
           READ DEPOSIT-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-DEPOSIT-EXISTS TO TRUE
           END-READ.

       2200-EDIT-OPEN-FIELDS.
           MOVE 'Y' TO WS-EDIT-STATE
           IF TDT-PRINCIPAL NOT > 0
               MOVE 'N' TO WS-EDIT-STATE
           END-IF
           IF TDT-TERM-MONTHS < 1 OR TDT-TERM-MONTHS > 120
               MOVE 'N' TO WS-EDIT-STATE
           END-IF
           IF TDT-CUSTOMER-ID = 0
               MOVE 'N' TO WS-EDIT-STATE
           END-IF
           IF TDT-LINKED-ACCOUNT = 0
                   OR TDT-LINKED-ACCOUNT = TDT-ACCOUNT-NUMBER
               MOVE 'N' TO WS-EDIT-STATE
           END-IF
           IF TDT-ROLLOVER-CODE NOT = 'R'
                   AND TDT-ROLLOVER-CODE NOT = 'P'
               MOVE 'N' TO WS-EDIT-STATE
           END-IF.

       3000-OPEN-DEPOSIT.
           PERFORM 2200-EDIT-OPEN-FIELDS
           IF TDT-OPEN-DATE = 0
               MOVE WS-TODAY TO WS-OPEN-DATE
           ELSE
               MOVE TDT-OPEN-DATE TO WS-OPEN-DATE
           END-IF
           MOVE TDT-CREDIT-SCORE TO WS-SEEK-SCORE
           PERFORM 7000-FIND-RATE-BAND
           EVALUATE TRUE
               WHEN WS-DEPOSIT-EXISTS
                   PERFORM 9000-WRITE-REJECT
               WHEN NOT WS-EDITS-PASS
                   PERFORM 9000-WRITE-REJECT
               WHEN NOT WS-BAND-FOUND
                   PERFORM 9000-WRITE-REJECT
               WHEN OTHER
                   INITIALIZE TERM-DEPOSIT-RECORD
                   MOVE TDT-ACCOUNT-NUMBER  TO TDM-ACCOUNT-NUMBER
                   SET TDM-ACTIVE TO TRUE
                   MOVE TDT-CUSTOMER-ID     TO TDM-CUSTOMER-ID
                   MOVE TDT-LINKED-ACCOUNT  TO TDM-LINKED-ACCOUNT
                   MOVE TDT-CURRENCY-CODE   TO TDM-CURRENCY-CODE
                   IF TDM-CURRENCY-CODE = SPACES
                       MOVE 'USD' TO TDM-CURRENCY-CODE
                   END-IF
                   MOVE TDT-PRINCIPAL       TO TDM-PRINCIPAL
                   MOVE TDT-TERM-MONTHS     TO TDM-TERM-MONTHS
                   MOVE TDT-CREDIT-SCORE    TO TDM-CREDIT-SCORE
                   MOVE WS-NEW-RATE (WS-MATCH-INDEX) TO TDM-RATE
                   MOVE WS-OPEN-DATE        TO TDM-OPEN-DATE
                                               TDM-ORIGINAL-OPEN-DATE
                   PERFORM 6000-SET-MATURITY-DATE
                   MOVE TDT-ROLLOVER-CODE   TO TDM-ROLLOVER-CODE
                   MOVE TDT-MAINT-USER      TO TDM-LAST-MAINT-USER
                   WRITE TERM-DEPOSIT-RECORD
                   ADD 1 TO WS-OPEN-COUNT
           END-EVALUATE.

      *> The instruction can change at any time before maturity; a
      *> new linked account, when given, goes with it. On or after
      *> maturity the maturity run settles by the instruction held.
       4000-CHANGE-INSTRUCTION.
           EVALUATE TRUE
               WHEN NOT WS-DEPOSIT-EXISTS
                   PERFORM 9000-WRITE-REJECT
               WHEN NOT TDM-ACTIVE
                   PERFORM 9000-WRITE-REJECT
               WHEN TDM-MATURITY-DATE NOT > WS-TODAY
                   PERFORM 9000-WRITE-REJECT
               WHEN TDT-ROLLOVER-CODE NOT = 'R'
                       AND TDT-ROLLOVER-CODE NOT = 'P'
                   PERFORM 9000-WRITE-REJECT
               WHEN TDT-LINKED-ACCOUNT = TDT-ACCOUNT-NUMBER
                   PERFORM 9000-WRITE-REJECT
               WHEN OTHER
                   MOVE TDT-ROLLOVER-CODE TO TDM-ROLLOVER-CODE
                   IF TDT-LINKED-ACCOUNT NOT = 0
                       MOVE TDT-LINKED-ACCOUNT TO TDM-LINKED-ACCOUNT
                   END-IF
                   MOVE TDT-MAINT-USER TO TDM-LAST-MAINT-USER
                   REWRITE TERM-DEPOSIT-RECORD
                   ADD 1 TO WS-INSTRUCTION-COUNT
           END-EVALUATE.

      *> On or after maturity there is nothing early to withdraw -
      *> the maturity run settles it by the instruction.
       5000-REQUEST-WITHDRAWAL.
           EVALUATE TRUE
               WHEN NOT WS-DEPOSIT-EXISTS
                   PERFORM 9000-WRITE-REJECT
               WHEN NOT TDM-ACTIVE
                   PERFORM 9000-WRITE-REJECT
               WHEN TDM-FUNDED-DATE = 0
                   PERFORM 9000-WRITE-REJECT
               WHEN TDM-MATURITY-DATE NOT > WS-TODAY
                   PERFORM 9000-WRITE-REJECT
               WHEN OTHER
                   SET TDM-WITHDRAWAL-REQUESTED TO TRUE
                   MOVE WS-TODAY TO TDM-WITHDRAWAL-DATE
                   MOVE TDT-MAINT-USER TO TDM-LAST-MAINT-USER
                   REWRITE TERM-DEPOSIT-RECORD
                   ADD 1 TO WS-WITHDRAW-COUNT
           END-EVALUATE.

      *> Open date plus the term in months, a day past the last month's
      *> end clamping to its last day, then rolled forward to the next
      *> business day on the deposit currency's calendar.
       6000-SET-MATURITY-DATE.
           MOVE TDM-OPEN-DATE TO WS-WORK-DATE
           MOVE WS-WORK-DAY TO WS-START-DAY
           MOVE TDM-TERM-MONTHS TO WS-MONTH-STEP
           PERFORM 6100-ADD-ONE-MONTH WS-MONTH-STEP TIMES
           MOVE TDM-CURRENCY-CODE TO BDR-COUNTRY-CODE
           SET BDR-ROLL-FORWARD TO TRUE
           MOVE WS-WORK-DATE TO BDR-IN-DATE
           CALL "BUSDAY" USING BUSINESS-DAY-REQUEST
           END-CALL
           MOVE BDR-OUT-DATE TO TDM-MATURITY-DATE.

       6100-ADD-ONE-MONTH.
           IF WS-WORK-MONTH < 12
               ADD 1 TO WS-WORK-MONTH
           ELSE
               MOVE 1 TO WS-WORK-MONTH
               ADD 1 TO WS-WORK-YEAR
           END-IF
           PERFORM 8000-SET-DAYS-IN-MONTH
           MOVE WS-START-DAY TO WS-WORK-DAY
           IF WS-WORK-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
           END-IF.

      *> The band for the score with the latest change in force on the
      *> open date.
       7000-FIND-RATE-BAND.
           MOVE 'N' TO WS-FOUND
           MOVE 0 TO WS-MATCH-INDEX
           PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
               UNTIL WS-RATE-INDEX > WS-RATE-COUNT
               IF WS-SEEK-SCORE >= WS-BAND-LOW (WS-RATE-INDEX)
                       AND WS-SEEK-SCORE <= WS-BAND-HIGH (WS-RATE-INDEX)
                       AND WS-EFFECTIVE (WS-RATE-INDEX)
                           NOT > WS-OPEN-DATE
                   IF NOT WS-BAND-FOUND
                       SET WS-BAND-FOUND TO TRUE
                       MOVE WS-RATE-INDEX TO WS-MATCH-INDEX
                   ELSE
                       IF WS-EFFECTIVE (WS-RATE-INDEX)
                               > WS-EFFECTIVE (WS-MATCH-INDEX)
                           MOVE WS-RATE-INDEX TO WS-MATCH-INDEX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       8000-SET-DAYS-IN-MONTH.
           EVALUATE WS-WORK-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-WORK-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   END-IF
                   DIVIDE WS-WORK-YEAR BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 28 TO WS-DAYS-IN-MONTH
                       DIVIDE WS-WORK-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = 0
                           MOVE 29 TO WS-DAYS-IN-MONTH
                       END-IF
                   END-IF
           END-EVALUATE.

       9000-WRITE-REJECT.
           MOVE TERM-DEPOSIT-TRANSACTION
               TO TERM-DEPOSIT-REJECT
           WRITE TERM-DEPOSIT-REJECT
           ADD 1 TO WS-REJECT-COUNT.
