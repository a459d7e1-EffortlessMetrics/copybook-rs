      *> feed, concatenated ahead of TRANEDIT into the next TRANIN
      *> generation so the interest lands as real posted activity.
      *> Accounts with no rate row, and non-positive balances, accrue
      *> nothing. Where the account's customer is not certified on the
      *> TIN master - a missing TIN, or a B-notice left uncured past
      *> its response date - the capitalization is followed by a
      *> backup withholding debit at the federal rate.
      *> Term deposits on TDMSTR accrue apart from the positions: each
      *> funded deposit still running accrues its principal at the
      *> contract rate for every calendar day up to the business date
      *> or its maturity, whichever is first. Their buckets are not
      *> capitalized at month end - TDMATUR pays them out or rolls
      *> them into the deposit when the term ends.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.

               RECORD KEY IS INA-ACCOUNT-NUMBER.
           SELECT POSTING-FILE ASSIGN TO "INTPOST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TIN-MASTER ASSIGN TO "TINMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIN-CUSTOMER-ID
               FILE STATUS IS WS-TIN-STATUS.
           SELECT TERM-DEPOSIT-MASTER ASSIGN TO "TDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDM-ACCOUNT-NUMBER
               FILE STATUS IS WS-TDM-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
           COPY financial_sox_compliance
               REPLACING ==FINANCIAL-TRANSACTION-RECORD== BY
                         ==INTEREST-POSTING-RECORD==.
       FD  TIN-MASTER.
           COPY tin_status_record.
       FD  TERM-DEPOSIT-MASTER.
           COPY term_deposit_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-TIN-STATUS               PIC X(2).
       01  WS-TIN-STATE                PIC X(1) VALUE 'N'.
           88  WS-TIN-MASTER-OPEN      VALUE 'Y'.
       01  WS-TDM-STATUS               PIC X(2).
       01  WS-TDM-STATE                PIC X(1) VALUE 'N'.
           88  WS-TDM-MASTER-OPEN      VALUE 'Y'.
       01  WS-TDM-EOF                  PIC X(1) VALUE 'N'.
           88  END-OF-DEPOSITS         VALUE 'Y'.
       01  WS-TDM-FOUND                PIC X(1).
           88  WS-TERM-DEPOSIT         VALUE 'Y'.
       01  WS-BUCKET-FOUND             PIC X(1).
           88  WS-BUCKET-EXISTS        VALUE 'Y'.
       01  WS-SEEK-ACCOUNT             PIC 9(16).
       01  WS-ACCRUE-FROM              PIC 9(8).
       01  WS-ACCRUE-THRU              PIC 9(8).
       01  WS-ACCRUE-DAYS              PIC S9(7).
       01  WS-WITHHOLD                 PIC X(1).
           88  WS-BACKUP-WITHHOLDING   VALUE 'Y'.
       01  WS-WITHHOLDING-RATE         PIC 9(2)V99 VALUE 24.00.
       01  WS-WITHHELD-AMOUNT          PIC S9(13)V99.
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           05  WS-POSITION-COUNT       PIC 9(9) VALUE 0.
           05  WS-ACCRUED-COUNT        PIC 9(9) VALUE 0.
           05  WS-NO-RATE-COUNT        PIC 9(9) VALUE 0.
           05  WS-DEPOSIT-COUNT        PIC 9(9) VALUE 0.
           05  WS-POSTED-COUNT         PIC 9(9) VALUE 0.
           05  WS-WITHHELD-COUNT       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1500-LEARN-ACCOUNT-CUSTOMERS
           OPEN INPUT POSITION-MASTER
           OPEN I-O ACCRUAL-MASTER
           OPEN INPUT TERM-DEPOSIT-MASTER
           IF WS-TDM-STATUS = "00"
               SET WS-TDM-MASTER-OPEN TO TRUE
           END-IF
           PERFORM 2000-ACCRUE-POSITIONS
           CLOSE POSITION-MASTER
           IF WS-TDM-MASTER-OPEN
               PERFORM 2500-ACCRUE-TERM-DEPOSITS
           END-IF
           IF WS-MONTH-END-RUN
               OPEN OUTPUT POSTING-FILE
               OPEN INPUT TIN-MASTER
               IF WS-TIN-STATUS = "00"
                   SET WS-TIN-MASTER-OPEN TO TRUE
               END-IF
               PERFORM 3000-CAPITALIZE-ACCRUALS
               CLOSE POSTING-FILE
               IF WS-TIN-MASTER-OPEN
                   CLOSE TIN-MASTER
               END-IF
           END-IF
           CLOSE ACCRUAL-MASTER
           IF WS-TDM-MASTER-OPEN
               CLOSE TERM-DEPOSIT-MASTER
           END-IF
           DISPLAY "INTACCR: POSITIONS=" WS-POSITION-COUNT
                   " ACCRUED=" WS-ACCRUED-COUNT
                   " NORATE=" WS-NO-RATE-COUNT
                   " DEPOSITS=" WS-DEPOSIT-COUNT
                   " POSTED=" WS-POSTED-COUNT
                   " WITHHELD=" WS-WITHHELD-COUNT
           GOBACK.

      *> Every run processes the run-control business date; the
           END-PERFORM.

       2100-ACCRUE-ONE-POSITION.
           MOVE AP-ACCOUNT-NUMBER TO WS-SEEK-ACCOUNT
           PERFORM 2400-CHECK-TERM-DEPOSIT
           PERFORM 2200-FIND-ACCOUNT-RATE
           EVALUATE TRUE
               WHEN WS-TERM-DEPOSIT
                   CONTINUE
               WHEN NOT WS-RATE-FOUND
                   ADD 1 TO WS-NO-RATE-COUNT
               WHEN AP-CLOSING-BALANCE NOT > 0
                       TO INA-LAST-RATE
                   MOVE WS-TODAY TO INA-ACCRUED-THRU-DATE
                   MOVE 0 TO INA-LAST-CAPITALIZED
                   MOVE WS-SEEK-CUSTOMER TO INA-CUSTOMER-ID
                   WRITE INTEREST-ACCRUAL-RECORD
               NOT INVALID KEY
                   ADD WS-DAILY-ACCRUAL TO INA-ACCRUED-AMOUNT
                   MOVE WS-RATE-VALUE (WS-RATE-INDEX)
                       TO INA-LAST-RATE
                   MOVE WS-TODAY TO INA-ACCRUED-THRU-DATE
                   MOVE WS-SEEK-CUSTOMER TO INA-CUSTOMER-ID
                   REWRITE INTEREST-ACCRUAL-RECORD
           END-READ.

      *> A term deposit's balance is its principal, which accrues at
      *> the contract rate below rather than the customer's rate.
       2400-CHECK-TERM-DEPOSIT.
           MOVE 'N' TO WS-TDM-FOUND
           IF WS-TDM-MASTER-OPEN
               MOVE WS-SEEK-ACCOUNT TO TDM-ACCOUNT-NUMBER
               READ TERM-DEPOSIT-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-TERM-DEPOSIT TO TRUE
               END-READ
           END-IF.

       2500-ACCRUE-TERM-DEPOSITS.
           MOVE LOW-VALUES TO TDM-ACCOUNT-NUMBER
           START TERM-DEPOSIT-MASTER KEY IS NOT LESS THAN
                   TDM-ACCOUNT-NUMBER
               INVALID KEY SET END-OF-DEPOSITS TO TRUE
           END-START
           PERFORM UNTIL END-OF-DEPOSITS
               READ TERM-DEPOSIT-MASTER NEXT
                   AT END SET END-OF-DEPOSITS TO TRUE
                   NOT AT END
                       IF (TDM-ACTIVE OR TDM-WITHDRAWAL-REQUESTED)
                               AND TDM-FUNDED-DATE NOT = 0
                           PERFORM 2600-ACCRUE-ONE-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM.

      *> The deposit accrues from where its bucket last reached, or
      *> its open date on a new term, so a missed night is caught up
      *> and the days past maturity are left to TDMATUR.
       2600-ACCRUE-ONE-DEPOSIT.
           MOVE WS-TODAY TO WS-ACCRUE-THRU
           IF TDM-MATURITY-DATE < WS-ACCRUE-THRU
               MOVE TDM-MATURITY-DATE TO WS-ACCRUE-THRU
           END-IF
           MOVE TDM-OPEN-DATE TO WS-ACCRUE-FROM
           MOVE TDM-ACCOUNT-NUMBER TO INA-ACCOUNT-NUMBER
           READ ACCRUAL-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-BUCKET-FOUND
               NOT INVALID KEY
                   SET WS-BUCKET-EXISTS TO TRUE
                   IF INA-ACCRUED-THRU-DATE > WS-ACCRUE-FROM
                       MOVE INA-ACCRUED-THRU-DATE TO WS-ACCRUE-FROM
                   END-IF
           END-READ
           IF WS-ACCRUE-THRU > WS-ACCRUE-FROM
               COMPUTE WS-ACCRUE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-ACCRUE-THRU)
                   - FUNCTION INTEGER-OF-DATE (WS-ACCRUE-FROM)
               COMPUTE WS-DAILY-ACCRUAL ROUNDED =
                   TDM-PRINCIPAL * TDM-RATE * WS-ACCRUE-DAYS / 36500
               IF WS-BUCKET-EXISTS
                   ADD WS-DAILY-ACCRUAL TO INA-ACCRUED-AMOUNT
                   MOVE WS-ACCRUAL-MONTH TO INA-ACCRUAL-MONTH
                   MOVE TDM-RATE TO INA-LAST-RATE
                   MOVE WS-ACCRUE-THRU TO INA-ACCRUED-THRU-DATE
                   MOVE TDM-CUSTOMER-ID TO INA-CUSTOMER-ID
                   REWRITE INTEREST-ACCRUAL-RECORD
               ELSE
                   MOVE TDM-ACCOUNT-NUMBER TO INA-ACCOUNT-NUMBER
                   MOVE WS-ACCRUAL-MONTH  TO INA-ACCRUAL-MONTH
                   MOVE WS-DAILY-ACCRUAL  TO INA-ACCRUED-AMOUNT
                   MOVE TDM-RATE TO INA-LAST-RATE
                   MOVE WS-ACCRUE-THRU TO INA-ACCRUED-THRU-DATE
                   MOVE 0 TO INA-LAST-CAPITALIZED
                   MOVE TDM-CUSTOMER-ID TO INA-CUSTOMER-ID
                   WRITE INTEREST-ACCRUAL-RECORD
               END-IF
               ADD 1 TO WS-DEPOSIT-COUNT
           END-IF.

       3000-CAPITALIZE-ACCRUALS.
           MOVE LOW-VALUES TO INA-ACCOUNT-NUMBER
           START ACCRUAL-MASTER KEY IS NOT LESS THAN
               READ ACCRUAL-MASTER NEXT
                   AT END SET END-OF-ACCRUALS TO TRUE
                   NOT AT END
                       MOVE INA-ACCOUNT-NUMBER TO WS-SEEK-ACCOUNT
                       PERFORM 2400-CHECK-TERM-DEPOSIT
                       IF INA-ACCRUED-AMOUNT NOT = 0
                               AND NOT WS-TERM-DEPOSIT
                           PERFORM 3100-EMIT-INTEREST-POSTING
                       END-IF
               END-READ
           MOVE 1 TO EXCHANGE-RATE OF INTEREST-POSTING-RECORD
           WRITE INTEREST-POSTING-RECORD
           ADD 1 TO WS-POSTED-COUNT
           IF WS-CAPITALIZED-AMOUNT > 0
               PERFORM 3200-CHECK-BACKUP-WITHHOLDING
               IF WS-BACKUP-WITHHOLDING
                   PERFORM 3300-EMIT-WITHHOLDING-POSTING
               END-IF
           END-IF
           MOVE 0 TO INA-ACCRUED-AMOUNT
           MOVE WS-TODAY TO INA-LAST-CAPITALIZED
           REWRITE INTEREST-ACCRUAL-RECORD.

      *> A customer the TIN master does not hold has never been put
      *> through certification and is left alone; a missing TIN
      *> withholds at once, and a B-notice withholds from its
      *> response due date until the customer cures it.
       3200-CHECK-BACKUP-WITHHOLDING.
           MOVE 'N' TO WS-WITHHOLD
           IF WS-TIN-MASTER-OPEN AND INA-CUSTOMER-ID NOT = 0
               MOVE INA-CUSTOMER-ID TO TIN-CUSTOMER-ID
               READ TIN-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN TIN-MISSING
                               SET WS-BACKUP-WITHHOLDING TO TRUE
                           WHEN TIN-UNDER-BNOTICE
                                   AND TIN-RESPONSE-DUE-DATE
                                       NOT > WS-TODAY
                               SET WS-BACKUP-WITHHOLDING TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.

      *> The withholding goes out as its own debit beside the interest
      *> credit: the amount withheld is its base and net amount, with
      *> no tax on the posting itself so the amounts tie, and the
      *> BACKUP WITHHOLDING audit reference marks it for TAXEXTR.
       3300-EMIT-WITHHOLDING-POSTING.
           COMPUTE WS-WITHHELD-AMOUNT ROUNDED =
               WS-CAPITALIZED-AMOUNT * WS-WITHHOLDING-RATE / 100
           ADD 1 TO WS-POSTING-SEQ
           INITIALIZE INTEREST-POSTING-RECORD
           COMPUTE TRANSACTION-ID OF INTEREST-POSTING-RECORD
               = FUNCTION MOD (WS-TODAY, 1000000) * 1000000
               + WS-ORIGINATOR-DIGIT * 100000
               + WS-POSTING-SEQ
           MOVE INA-ACCOUNT-NUMBER
               TO ACCOUNT-NUMBER OF INTEREST-POSTING-RECORD
           MOVE 'DBT' TO TRANSACTION-TYPE OF INTEREST-POSTING-RECORD
           MOVE 0 TO BRANCH-CODE OF INTEREST-POSTING-RECORD
           MOVE WS-TODAY
               TO PROCESSING-DATE OF INTEREST-POSTING-RECORD
           COMPUTE POSTING-TIMESTAMP OF INTEREST-POSTING-RECORD
               = WS-TODAY * 1000000
           MOVE WS-WITHHELD-AMOUNT
               TO BASE-AMOUNT OF INTEREST-POSTING-RECORD
                  NET-AMOUNT OF INTEREST-POSTING-RECORD
                  USD-EQUIVALENT-AMOUNT OF INTEREST-POSTING-RECORD
           MOVE 0 TO FEES-TOTAL OF INTEREST-POSTING-RECORD
                     TAX-AMOUNT OF INTEREST-POSTING-RECORD
           MOVE "INTACCR" TO ORIGINATOR-ID OF INTEREST-POSTING-RECORD
           MOVE "SYSTEM" TO AUTHORIZER-ID OF INTEREST-POSTING-RECORD
           MOVE "BACKUP WITHHOLDING"
               TO AUDIT-TRAIL-REF OF INTEREST-POSTING-RECORD
           MOVE 'N'
               TO ENCRYPTION-STATUS OF INTEREST-POSTING-RECORD
           MOVE 'USD' TO CURRENCY-CODE OF INTEREST-POSTING-RECORD
           MOVE 1 TO EXCHANGE-RATE OF INTEREST-POSTING-RECORD
           WRITE INTEREST-POSTING-RECORD
           ADD 1 TO WS-WITHHELD-COUNT.
