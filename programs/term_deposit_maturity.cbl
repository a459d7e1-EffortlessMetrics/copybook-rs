      *> TDMATUR - Daily term-deposit run. Walks the term-deposit
      *> master and moves the money the master describes, as fully
      *> formed FINANCIAL-TRANSACTION-RECORDs on the generated-posting
      *> feed concatenated ahead of TRANEDIT into the next TRANIN
      *> generation, each marked ORIGINATOR-ID TDMATUR:
      *>   - a deposit open on or before the business date and not yet
      *>     funded is funded from its linked demand account;
      *>   - a deposit at maturity is settled by its instruction. The
      *>     interest is what INTACCR has accrued for the term, topped
      *>     up for any days up to the maturity date it has not yet
      *>     reached. A roll-over credits the interest to the deposit
      *>     and starts a new term of the same length on the principal
      *>     plus interest, at the rate-change band now in force for
      *>     the score the deposit was opened on (the old rate stands
      *>     if no band covers it). A pay-out moves principal and
      *>     interest to the linked account and closes the deposit;
      *>   - an early withdrawal requested through TDMAINT pays out
      *>     principal and the interest accrued to date, and charges
      *>     the forfeited-interest penalty to the linked account: 90
      *>     days' interest at the deposit rate on terms up to a year,
      *>     180 days' beyond. The penalty is charged in full even
      *>     where it exceeds the interest earned;
      *>   - a live deposit within 30 days of maturity gets its
      *>     pre-maturity notice, once per term.
      *> Every settlement clears the deposit's accrual bucket, and a
      *> notice line confirms each roll-over, pay-out and withdrawal.
      *> Interest paid to a customer the TIN master puts on backup
      *> withholding - a missing TIN, or a B-notice uncured past its
      *> response date, as INTACCR judges it - has 24% taken back by
      *> a TERM DEPOSIT WITHHOLDING debit on the account the interest
      *> went to; a rolled deposit carries forward only the net.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMATUR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-MASTER ASSIGN TO "TDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDM-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ACCRUAL-MASTER ASSIGN TO "INTACCR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INA-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCRUAL-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATECHG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT POSTING-FILE ASSIGN TO "TDPOST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NOTICE-FILE ASSIGN TO "TDNOTC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TIN-MASTER ASSIGN TO "TINMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIN-CUSTOMER-ID
               FILE STATUS IS WS-TIN-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSIT-MASTER.
           COPY term_deposit_record.
       FD  ACCRUAL-MASTER.
           COPY interest_accrual_record.
       FD  RATE-FILE.
           COPY rate_change_record.
       FD  POSTING-FILE.
           COPY financial_sox_compliance
               REPLACING ==FINANCIAL-TRANSACTION-RECORD== BY
                         ==TERM-DEPOSIT-POSTING==.
       FD  NOTICE-FILE.
           COPY term_deposit_notice_line.
       FD  TIN-MASTER.
           COPY tin_status_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-ACCRUAL-STATUS           PIC X(2).
       01  WS-ACCRUAL-OPEN             PIC X(1) VALUE 'N'.
       01  WS-ACCRUAL-FOUND            PIC X(1).
       01  WS-TIN-STATUS               PIC X(2).
       01  WS-TIN-OPEN                 PIC X(1) VALUE 'N'.
       01  WS-WITHHOLD                 PIC X(1).
           88  WS-BACKUP-WITHHOLDING   VALUE 'Y'.
       01  WS-WITHHOLDING-RATE         PIC 9(2)V99 VALUE 24.00.
       01  WS-WITHHELD-AMOUNT          PIC 9(13)V99.
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
           COPY business_day_request.
       01  WS-DEPOSIT-CHANGED          PIC X(1).
           88  WS-REWRITE-DEPOSIT      VALUE 'Y'.
       01  WS-DAYS-TO-MATURITY         PIC S9(7).
       01  WS-NOTICE-DAYS              PIC 9(3) VALUE 30.
      *> Interest for the term: the accrual bucket plus any days it
      *> has not yet reached, at four decimals until it is paid.
       01  WS-INTEREST-THRU            PIC 9(8).
       01  WS-ACCRUE-FROM              PIC 9(8).
       01  WS-ACCRUE-DAYS              PIC S9(7).
       01  WS-ACCRUED-INTEREST         PIC S9(13)V9999.
       01  WS-INTEREST-AMOUNT          PIC 9(13)V99.
       01  WS-PENALTY-DAYS             PIC 9(3).
       01  WS-PENALTY-AMOUNT           PIC 9(13)V99.
       01  WS-OLD-PRINCIPAL            PIC 9(13)V99.
       01  WS-OLD-MATURITY             PIC 9(8).
       01  WS-OLD-RATE                 PIC S9(3)V9999.
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
      *> Generated postings carve the 12-digit TRANSACTION-ID
      *> as YYMMDD, an originator digit, and a five-digit
      *> sequence, so no two generator feeds can collide on
      *> the ID FEEDMRG dedups the merged TRANIN generations
      *> on.
       01  WS-POSTING-SEQ              PIC 9(5) VALUE 0.
       01  WS-ORIGINATOR-DIGIT         PIC 9(1) VALUE 0.
       01  WS-POST-ACCOUNT             PIC 9(16).
       01  WS-POST-TYPE                PIC X(3).
       01  WS-POST-AMOUNT              PIC S9(13)V99.
       01  WS-AUDIT-REF                PIC X(32).
       01  WS-COUNTS.
           05  WS-DEPOSIT-COUNT        PIC 9(9) VALUE 0.
           05  WS-FUNDED-COUNT         PIC 9(9) VALUE 0.
           05  WS-ROLLED-COUNT         PIC 9(9) VALUE 0.
           05  WS-PAID-COUNT           PIC 9(9) VALUE 0.
           05  WS-WITHDRAWN-COUNT      PIC 9(9) VALUE 0.
           05  WS-NOTICE-COUNT         PIC 9(9) VALUE 0.
           05  WS-POSTED-COUNT         PIC 9(9) VALUE 0.
           05  WS-WITHHELD-COUNT       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 0100-LOAD-RATE-CHANGES
           OPEN I-O ACCRUAL-MASTER
           IF WS-ACCRUAL-STATUS = "00"
               MOVE 'Y' TO WS-ACCRUAL-OPEN
           END-IF
           OPEN INPUT TIN-MASTER
           IF WS-TIN-STATUS = "00"
               MOVE 'Y' TO WS-TIN-OPEN
           END-IF
           OPEN OUTPUT POSTING-FILE NOTICE-FILE
           OPEN I-O DEPOSIT-MASTER
           IF WS-MASTER-STATUS = "00"
               PERFORM 2000-SWEEP-DEPOSITS
               CLOSE DEPOSIT-MASTER
           END-IF
           CLOSE POSTING-FILE NOTICE-FILE
           IF WS-ACCRUAL-OPEN = 'Y'
               CLOSE ACCRUAL-MASTER
           END-IF
           IF WS-TIN-OPEN = 'Y'
               CLOSE TIN-MASTER
           END-IF
           DISPLAY "TDMATUR: DEPOSITS=" WS-DEPOSIT-COUNT
                   " FUNDED=" WS-FUNDED-COUNT
                   " ROLLED=" WS-ROLLED-COUNT
                   " PAID=" WS-PAID-COUNT
                   " WITHDRAWN=" WS-WITHDRAWN-COUNT
                   " NOTICES=" WS-NOTICE-COUNT
                   " POSTED=" WS-POSTED-COUNT
                   " WITHHELD=" WS-WITHHELD-COUNT
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

       2000-SWEEP-DEPOSITS.
           MOVE LOW-VALUES TO TDM-ACCOUNT-NUMBER
           START DEPOSIT-MASTER KEY IS NOT LESS THAN TDM-ACCOUNT-NUMBER
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ DEPOSIT-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DEPOSIT-COUNT
                       PERFORM 2100-WORK-DEPOSIT
               END-READ
           END-PERFORM.

      *> A deposit is funded before anything else happens to it, so
      *> one opened and funded the same day is not settled unfunded.
       2100-WORK-DEPOSIT.
           MOVE 'N' TO WS-DEPOSIT-CHANGED
           IF (TDM-ACTIVE OR TDM-WITHDRAWAL-REQUESTED)
                   AND TDM-FUNDED-DATE = 0
                   AND TDM-OPEN-DATE NOT > WS-TODAY
               PERFORM 3000-FUND-DEPOSIT
           END-IF
           EVALUATE TRUE
               WHEN TDM-FUNDED-DATE = 0
                   CONTINUE
               WHEN TDM-WITHDRAWAL-REQUESTED
                   PERFORM 5000-EARLY-WITHDRAWAL
               WHEN TDM-ACTIVE AND TDM-MATURITY-DATE NOT > WS-TODAY
                   PERFORM 4000-MATURE-DEPOSIT
               WHEN TDM-ACTIVE AND TDM-NOTICE-DATE = 0
                   PERFORM 6000-CHECK-NOTICE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REWRITE-DEPOSIT
               REWRITE TERM-DEPOSIT-RECORD
           END-IF.

      *> The principal moves from the linked demand account onto the
      *> deposit account, where ACCTPOS carries it as a balance.
       3000-FUND-DEPOSIT.
           MOVE "TERM DEPOSIT FUNDING" TO WS-AUDIT-REF
           MOVE TDM-LINKED-ACCOUNT TO WS-POST-ACCOUNT
           MOVE 'DBT' TO WS-POST-TYPE
           MOVE TDM-PRINCIPAL TO WS-POST-AMOUNT
           PERFORM 8000-EMIT-POSTING
           MOVE TDM-ACCOUNT-NUMBER TO WS-POST-ACCOUNT
           MOVE 'CRT' TO WS-POST-TYPE
           PERFORM 8000-EMIT-POSTING
           MOVE WS-TODAY TO TDM-FUNDED-DATE
           SET WS-REWRITE-DEPOSIT TO TRUE
           ADD 1 TO WS-FUNDED-COUNT.

       4000-MATURE-DEPOSIT.
           MOVE TDM-MATURITY-DATE TO WS-INTEREST-THRU
           PERFORM 7000-SETTLE-INTEREST
           MOVE TDM-PRINCIPAL TO WS-OLD-PRINCIPAL
           MOVE TDM-MATURITY-DATE TO WS-OLD-MATURITY
           MOVE TDM-RATE TO WS-OLD-RATE
           MOVE 0 TO WS-PENALTY-AMOUNT
           IF TDM-ROLL-OVER
               PERFORM 4100-ROLL-OVER
           ELSE
               PERFORM 4200-PAY-OUT
           END-IF
           SET WS-REWRITE-DEPOSIT TO TRUE.

      *> The new term runs from the old maturity date, so a late run
      *> does not shorten or drift it.
       4100-ROLL-OVER.
           IF WS-INTEREST-AMOUNT > 0
               MOVE "TERM DEPOSIT INTEREST" TO WS-AUDIT-REF
               MOVE TDM-ACCOUNT-NUMBER TO WS-POST-ACCOUNT
               MOVE 'CRT' TO WS-POST-TYPE
               MOVE WS-INTEREST-AMOUNT TO WS-POST-AMOUNT
               PERFORM 8000-EMIT-POSTING
           END-IF
           PERFORM 7300-WITHHOLD-INTEREST
           ADD WS-INTEREST-AMOUNT TO TDM-PRINCIPAL
           SUBTRACT WS-WITHHELD-AMOUNT FROM TDM-PRINCIPAL
           MOVE TDM-MATURITY-DATE TO TDM-OPEN-DATE WS-OPEN-DATE
           MOVE TDM-CREDIT-SCORE TO WS-SEEK-SCORE
           PERFORM 7500-FIND-RATE-BAND
           IF WS-BAND-FOUND
               MOVE WS-NEW-RATE (WS-MATCH-INDEX) TO TDM-RATE
           END-IF
           PERFORM 7700-SET-MATURITY-DATE
           MOVE 0 TO TDM-NOTICE-DATE
           ADD 1 TO TDM-ROLLOVER-COUNT
           SET TDN-ROLLED-OVER TO TRUE
           PERFORM 6500-WRITE-NOTICE
           ADD 1 TO WS-ROLLED-COUNT.

       4200-PAY-OUT.
           PERFORM 4300-RETURN-PRINCIPAL
           SET TDM-PAID-OUT TO TRUE
           MOVE WS-TODAY TO TDM-CLOSED-DATE
           SET TDN-PAID-OUT TO TRUE
           PERFORM 6500-WRITE-NOTICE
           ADD 1 TO WS-PAID-COUNT.

      *> Principal comes off the deposit and lands, with the interest,
      *> on the linked demand account.
       4300-RETURN-PRINCIPAL.
           MOVE "TERM DEPOSIT PAYOUT" TO WS-AUDIT-REF
           MOVE TDM-ACCOUNT-NUMBER TO WS-POST-ACCOUNT
           MOVE 'DBT' TO WS-POST-TYPE
           MOVE TDM-PRINCIPAL TO WS-POST-AMOUNT
           PERFORM 8000-EMIT-POSTING
           MOVE TDM-LINKED-ACCOUNT TO WS-POST-ACCOUNT
           MOVE 'CRT' TO WS-POST-TYPE
           PERFORM 8000-EMIT-POSTING
           IF WS-INTEREST-AMOUNT > 0
               MOVE "TERM DEPOSIT INTEREST" TO WS-AUDIT-REF
               MOVE WS-INTEREST-AMOUNT TO WS-POST-AMOUNT
               PERFORM 8000-EMIT-POSTING
           END-IF
           PERFORM 7300-WITHHOLD-INTEREST.

      *> Interest accrued to the business date is paid in full and the
      *> forfeited-interest penalty is charged against it as its own
      *> debit, so the customer's statement and tax reporting see both.
       5000-EARLY-WITHDRAWAL.
           MOVE WS-TODAY TO WS-INTEREST-THRU
           PERFORM 7000-SETTLE-INTEREST
           MOVE TDM-PRINCIPAL TO WS-OLD-PRINCIPAL
           MOVE TDM-MATURITY-DATE TO WS-OLD-MATURITY
           MOVE TDM-RATE TO WS-OLD-RATE
           IF TDM-TERM-MONTHS > 12
               MOVE 180 TO WS-PENALTY-DAYS
           ELSE
               MOVE 90 TO WS-PENALTY-DAYS
           END-IF
           COMPUTE WS-PENALTY-AMOUNT ROUNDED =
               TDM-PRINCIPAL * TDM-RATE * WS-PENALTY-DAYS / 36500
           PERFORM 4300-RETURN-PRINCIPAL
           IF WS-PENALTY-AMOUNT > 0
               MOVE "EARLY WITHDRAWAL PENALTY" TO WS-AUDIT-REF
               MOVE TDM-LINKED-ACCOUNT TO WS-POST-ACCOUNT
               MOVE 'DBT' TO WS-POST-TYPE
               MOVE WS-PENALTY-AMOUNT TO WS-POST-AMOUNT
               PERFORM 8000-EMIT-POSTING
           END-IF
           SET TDM-WITHDRAWN TO TRUE
           MOVE WS-TODAY TO TDM-CLOSED-DATE
           SET WS-REWRITE-DEPOSIT TO TRUE
           SET TDN-EARLY-WITHDRAWAL TO TRUE
           PERFORM 6500-WRITE-NOTICE
           ADD 1 TO WS-WITHDRAWN-COUNT.

       6000-CHECK-NOTICE.
           COMPUTE WS-DAYS-TO-MATURITY =
               FUNCTION INTEGER-OF-DATE (TDM-MATURITY-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-TODAY)
           IF WS-DAYS-TO-MATURITY NOT > WS-NOTICE-DAYS
               MOVE TDM-PRINCIPAL TO WS-OLD-PRINCIPAL
               MOVE TDM-MATURITY-DATE TO WS-OLD-MATURITY
               MOVE TDM-RATE TO WS-OLD-RATE
               MOVE 0 TO WS-INTEREST-AMOUNT WS-PENALTY-AMOUNT
               SET TDN-PRE-MATURITY TO TRUE
               PERFORM 6500-WRITE-NOTICE
               MOVE WS-TODAY TO TDM-NOTICE-DATE
               SET WS-REWRITE-DEPOSIT TO TRUE
           END-IF.

      *> The notice type is set by the caller; the new maturity and
      *> rate are those of a rolled deposit's next term.
       6500-WRITE-NOTICE.
           MOVE TDM-ACCOUNT-NUMBER TO TDN-ACCOUNT-NUMBER
           MOVE TDM-CUSTOMER-ID TO TDN-CUSTOMER-ID
           MOVE WS-TODAY TO TDN-NOTICE-DATE
           MOVE WS-OLD-MATURITY TO TDN-MATURITY-DATE
           MOVE WS-OLD-PRINCIPAL TO TDN-PRINCIPAL
           MOVE WS-OLD-RATE TO TDN-RATE
           MOVE WS-INTEREST-AMOUNT TO TDN-INTEREST-AMOUNT
           MOVE WS-PENALTY-AMOUNT TO TDN-PENALTY-AMOUNT
           MOVE TDM-ROLLOVER-CODE TO TDN-ROLLOVER-CODE
           MOVE TDM-LINKED-ACCOUNT TO TDN-LINKED-ACCOUNT
           IF TDN-ROLLED-OVER
               MOVE TDM-MATURITY-DATE TO TDN-NEW-MATURITY-DATE
               MOVE TDM-RATE TO TDN-NEW-RATE
           ELSE
               MOVE 0 TO TDN-NEW-MATURITY-DATE TDN-NEW-RATE
           END-IF
           WRITE TERM-DEPOSIT-NOTICE-LINE
           ADD 1 TO WS-NOTICE-COUNT.

      *> The term's interest is INTACCR's bucket for the deposit plus
      *> the days from where it accrued through to WS-INTEREST-THRU at
      *> the deposit rate; the bucket is then emptied and marked
      *> accrued through that date, so a rolled term accrues afresh
      *> from its new open date.
       7000-SETTLE-INTEREST.
           MOVE 0 TO WS-ACCRUED-INTEREST
           MOVE TDM-OPEN-DATE TO WS-ACCRUE-FROM
           MOVE 'N' TO WS-ACCRUAL-FOUND
           IF WS-ACCRUAL-OPEN = 'Y'
               MOVE TDM-ACCOUNT-NUMBER TO INA-ACCOUNT-NUMBER
               READ ACCRUAL-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACCRUAL-FOUND
                       MOVE INA-ACCRUED-AMOUNT TO WS-ACCRUED-INTEREST
                       IF INA-ACCRUED-THRU-DATE > WS-ACCRUE-FROM
                           MOVE INA-ACCRUED-THRU-DATE
                               TO WS-ACCRUE-FROM
                       END-IF
               END-READ
           END-IF
           IF WS-INTEREST-THRU > WS-ACCRUE-FROM
               COMPUTE WS-ACCRUE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-INTEREST-THRU)
                   - FUNCTION INTEGER-OF-DATE (WS-ACCRUE-FROM)
               COMPUTE WS-ACCRUED-INTEREST = WS-ACCRUED-INTEREST
                   + TDM-PRINCIPAL * TDM-RATE * WS-ACCRUE-DAYS / 36500
           END-IF
           MOVE 0 TO WS-INTEREST-AMOUNT
           IF WS-ACCRUED-INTEREST > 0
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   WS-ACCRUED-INTEREST
           END-IF
           IF WS-ACCRUAL-OPEN = 'Y'
               MOVE 0 TO INA-ACCRUED-AMOUNT
               MOVE WS-INTEREST-THRU TO INA-ACCRUED-THRU-DATE
               MOVE WS-TODAY TO INA-LAST-CAPITALIZED
               MOVE WS-TODAY (1:6) TO INA-ACCRUAL-MONTH
               MOVE TDM-RATE TO INA-LAST-RATE
               MOVE TDM-CUSTOMER-ID TO INA-CUSTOMER-ID
               IF WS-ACCRUAL-FOUND = 'Y'
                   REWRITE INTEREST-ACCRUAL-RECORD
               ELSE
                   MOVE TDM-ACCOUNT-NUMBER TO INA-ACCOUNT-NUMBER
                   WRITE INTEREST-ACCRUAL-RECORD
               END-IF
           END-IF.

      *> Called once the interest credit is out, with WS-POST-ACCOUNT
      *> still the account it went to. A customer the TIN master does
      *> not hold is left alone, as INTACCR leaves them; the amount
      *> withheld is the debit's base and net with no tax on it.
       7300-WITHHOLD-INTEREST.
           MOVE 0 TO WS-WITHHELD-AMOUNT
           MOVE 'N' TO WS-WITHHOLD
           IF WS-TIN-OPEN = 'Y' AND WS-INTEREST-AMOUNT > 0
                   AND TDM-CUSTOMER-ID NOT = 0
               MOVE TDM-CUSTOMER-ID TO TIN-CUSTOMER-ID
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
           END-IF
           IF WS-BACKUP-WITHHOLDING
               COMPUTE WS-WITHHELD-AMOUNT ROUNDED =
                   WS-INTEREST-AMOUNT * WS-WITHHOLDING-RATE / 100
               IF WS-WITHHELD-AMOUNT > 0
                   MOVE "TERM DEPOSIT WITHHOLDING" TO WS-AUDIT-REF
                   MOVE 'DBT' TO WS-POST-TYPE
                   MOVE WS-WITHHELD-AMOUNT TO WS-POST-AMOUNT
                   PERFORM 8000-EMIT-POSTING
                   ADD 1 TO WS-WITHHELD-COUNT
               END-IF
           END-IF.

      *> The band for the score with the latest change in force on the
      *> new term's open date.
       7500-FIND-RATE-BAND.
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

      *> Open date plus the term in months, a day past the last month's
      *> end clamping to its last day, then rolled forward to the next
      *> business day on the deposit currency's calendar.
       7700-SET-MATURITY-DATE.
           MOVE TDM-OPEN-DATE TO WS-WORK-DATE
           MOVE WS-WORK-DAY TO WS-START-DAY
           MOVE TDM-TERM-MONTHS TO WS-MONTH-STEP
           PERFORM 7800-ADD-ONE-MONTH WS-MONTH-STEP TIMES
           MOVE TDM-CURRENCY-CODE TO BDR-COUNTRY-CODE
           SET BDR-ROLL-FORWARD TO TRUE
           MOVE WS-WORK-DATE TO BDR-IN-DATE
           CALL "BUSDAY" USING BUSINESS-DAY-REQUEST
           END-CALL
           MOVE BDR-OUT-DATE TO TDM-MATURITY-DATE.

       7800-ADD-ONE-MONTH.
           IF WS-WORK-MONTH < 12
               ADD 1 TO WS-WORK-MONTH
           ELSE
               MOVE 1 TO WS-WORK-MONTH
               ADD 1 TO WS-WORK-YEAR
           END-IF
           PERFORM 7900-SET-DAYS-IN-MONTH
           MOVE WS-START-DAY TO WS-WORK-DAY
           IF WS-WORK-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
           END-IF.

       7900-SET-DAYS-IN-MONTH.
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

      *> Each posting carries the deposit's customer and currency and
      *> names what it is in AUDIT-TRAIL-REF, as INTACCR's do.
       8000-EMIT-POSTING.
           ADD 1 TO WS-POSTING-SEQ
           INITIALIZE TERM-DEPOSIT-POSTING
           COMPUTE TRANSACTION-ID OF TERM-DEPOSIT-POSTING
               = FUNCTION MOD (WS-TODAY, 1000000) * 1000000
               + WS-ORIGINATOR-DIGIT * 100000
               + WS-POSTING-SEQ
           MOVE WS-POST-ACCOUNT
               TO ACCOUNT-NUMBER OF TERM-DEPOSIT-POSTING
           MOVE WS-POST-TYPE TO TRANSACTION-TYPE OF TERM-DEPOSIT-POSTING
           MOVE 0 TO BRANCH-CODE OF TERM-DEPOSIT-POSTING
           MOVE WS-TODAY TO PROCESSING-DATE OF TERM-DEPOSIT-POSTING
           COMPUTE POSTING-TIMESTAMP OF TERM-DEPOSIT-POSTING
               = WS-TODAY * 1000000
           MOVE WS-POST-AMOUNT
               TO BASE-AMOUNT OF TERM-DEPOSIT-POSTING
                  NET-AMOUNT OF TERM-DEPOSIT-POSTING
                  USD-EQUIVALENT-AMOUNT OF TERM-DEPOSIT-POSTING
           MOVE 0 TO FEES-TOTAL OF TERM-DEPOSIT-POSTING
                     TAX-AMOUNT OF TERM-DEPOSIT-POSTING
           MOVE "TDMATUR" TO ORIGINATOR-ID OF TERM-DEPOSIT-POSTING
           MOVE "SYSTEM" TO AUTHORIZER-ID OF TERM-DEPOSIT-POSTING
           MOVE WS-AUDIT-REF TO AUDIT-TRAIL-REF OF TERM-DEPOSIT-POSTING
           MOVE 'N' TO ENCRYPTION-STATUS OF TERM-DEPOSIT-POSTING
           MOVE TDM-CUSTOMER-ID TO CUSTOMER-ID OF TERM-DEPOSIT-POSTING
           MOVE TDM-CURRENCY-CODE
               TO CURRENCY-CODE OF TERM-DEPOSIT-POSTING
           MOVE 1 TO EXCHANGE-RATE OF TERM-DEPOSIT-POSTING
           WRITE TERM-DEPOSIT-POSTING
           ADD 1 TO WS-POSTED-COUNT.
