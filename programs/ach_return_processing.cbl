      * ACHRET - Inbound ACH returns and notifications of change. Works
      * the NACHA-format file the ODFI sends back: every addenda '99'
      * (a return, carrying its R-code) and '98' (a notification of
      * change, carrying its C-code and the corrected data) names the
      * ACH-TRACE-NUMBER of the entry we originated, and is matched to
      * that entry on the ACH history master NACHAGEN keeps.
      * A matched return is stamped on the history row and reversed
      * onto the originator's account through a generated posting
      * concatenated into the next TRANIN generation: a returned
      * credit comes back as a CRT, a returned debit is taken back as
      * a DBT. A change is stamped and the corrected routing or
      * account applied to the history row, and every active standing
      * order still paying the old counterparty gets a change
      * transaction for SORDMNT, so the next SORDGEN run goes out
      * corrected. Returns and changes that match no entry go to the
      * unmatched file for the investigations desk.
      * The run closes with the NACHA return-rate sweep: per
      * originating account, debit entries originated in the last 60
      * days against their unauthorized (R05, R07, R10, R29),
      * administrative (R02, R03, R04) and overall returns, flagged
      * where the 0.5, 3.0 and 15.0 percent thresholds are broken.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHRET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "ACHRETIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO "ACHHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AEH-TRACE-NUMBER.
           SELECT ORDER-MASTER ASSIGN TO "SORDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOR-ORDER-ID
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT POSTING-FILE ASSIGN TO "ACHRPOST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHANGE-FILE ASSIGN TO "SORDNOC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNMATCHED-FILE ASSIGN TO "ACHRETUX"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RATE-FILE ASSIGN TO "ACHRATE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
           COPY nacha_file_record.
       FD  HISTORY-FILE.
           COPY ach_entry_history_record.
       FD  ORDER-MASTER.
           COPY standing_order_record.
       FD  POSTING-FILE.
           COPY financial_sox_compliance
               REPLACING ==FINANCIAL-TRANSACTION-RECORD== BY
                         ==RETURN-POSTING-RECORD==.
       FD  CHANGE-FILE.
           COPY standing_order_transaction.
       FD  UNMATCHED-FILE.
           COPY payment_return_record
               REPLACING ==PAYMENT-RETURN-RECORD==
                      BY ==UNMATCHED-RETURN-RECORD==.
       FD  RATE-FILE.
           COPY ach_return_rate_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-ORDER-STATUS             PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-MASTER-EOF               PIC X(1).
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-HISTORY-EOF              PIC X(1).
           88  END-OF-HISTORY          VALUE 'Y'.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
      *> Generated postings carve the 12-digit TRANSACTION-ID
      *> as YYMMDD, an originator digit, and a five-digit
      *> sequence, so no two generator feeds can collide on
      *> the ID FEEDMRG dedups the merged TRANIN generations
      *> on.
       01  WS-POSTING-SEQ              PIC 9(5) VALUE 0.
       01  WS-ORIGINATOR-DIGIT         PIC 9(1) VALUE 6.
       01  WS-AUDIT-REF                PIC X(32).
       01  WS-REVERSAL-AMOUNT          PIC S9(13)V99.
      *> Account numbers travel left-justified in 17 characters on
      *> the ACH side and as 16 digits on the ledger side.
       01  WS-ACCT-TEXT                PIC X(17).
       01  WS-ACCT-LENGTH              PIC 9(2) COMP.
       01  WS-ACCT-NUMBER              PIC 9(16).
       01  WS-ACCT-STATE               PIC X(1).
           88  WS-ACCT-NUMERIC         VALUE 'Y'.
       01  WS-CHANGE-WORK.
           05  WS-OLD-ROUTING          PIC X(9).
           05  WS-OLD-ACCOUNT          PIC X(17).
           05  WS-NEW-ROUTING          PIC X(9).
           05  WS-NEW-ACCOUNT          PIC X(17).
           05  WS-ORIGIN-NUMBER        PIC 9(16).
           05  WS-OLD-NUMBER           PIC 9(16).
           05  WS-NEW-NUMBER           PIC 9(16).
       01  WS-NOC-STATE                PIC X(1).
           88  WS-NOC-APPLICABLE       VALUE 'Y'.
      *> NACHA return-rate thresholds, in percent.
       01  WS-UNAUTH-LIMIT             PIC 9(3)V99 VALUE 0.50.
       01  WS-ADMIN-LIMIT              PIC 9(3)V99 VALUE 3.00.
       01  WS-RETURN-LIMIT             PIC 9(3)V99 VALUE 15.00.
       01  WS-WINDOW-DAYS              PIC 9(3) VALUE 60.
       01  WS-WINDOW-START             PIC 9(8).
       01  WS-ORIG-INDEX               PIC 9(5) COMP.
       01  WS-ORIG-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-ORIGINATOR-TABLE.
           05  WS-ORIGINATOR OCCURS 2000 TIMES.
               10  WS-ORIG-ACCOUNT     PIC X(17).
               10  WS-ORIG-NAME        PIC X(22).
               10  WS-ORIG-DEBITS      PIC 9(7).
               10  WS-ORIG-UNAUTH      PIC 9(7).
               10  WS-ORIG-ADMIN       PIC 9(7).
               10  WS-ORIG-RETURNS     PIC 9(7).
       01  WS-COUNTS.
           05  WS-RECORD-COUNT         PIC 9(9) VALUE 0.
           05  WS-RETURN-COUNT         PIC 9(7) VALUE 0.
           05  WS-REPEAT-COUNT         PIC 9(7) VALUE 0.
           05  WS-NOC-COUNT            PIC 9(7) VALUE 0.
           05  WS-ORDER-CHANGE-COUNT   PIC 9(7) VALUE 0.
           05  WS-UNMATCHED-COUNT      PIC 9(7) VALUE 0.
           05  WS-FLAGGED-COUNT        PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           OPEN INPUT RETURN-FILE
           OPEN I-O HISTORY-FILE
           OPEN OUTPUT POSTING-FILE CHANGE-FILE UNMATCHED-FILE
           PERFORM 1000-READ-RETURN
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-RECORD-COUNT
               IF NFR-ADDENDA-TYPE
                   EVALUATE TRUE
                       WHEN NRA-RETURN-ENTRY
                           PERFORM 3000-APPLY-RETURN
                       WHEN NRA-CHANGE-ENTRY
                           PERFORM 4000-APPLY-CHANGE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               PERFORM 1000-READ-RETURN
           END-PERFORM
           CLOSE RETURN-FILE POSTING-FILE CHANGE-FILE UNMATCHED-FILE
           PERFORM 6000-MEASURE-RETURN-RATES
           CLOSE HISTORY-FILE
           DISPLAY "ACHRET: RECORDS=" WS-RECORD-COUNT
                   " RETURNS=" WS-RETURN-COUNT
                   " REPEATS=" WS-REPEAT-COUNT
                   " NOCS=" WS-NOC-COUNT
                   " ORDERS-CHANGED=" WS-ORDER-CHANGE-COUNT
                   " UNMATCHED=" WS-UNMATCHED-COUNT
                   " OVER-THRESHOLD=" WS-FLAGGED-COUNT
           GOBACK.

      * Every run processes the run-control business date; the
      * calendar date only stands in when RUNCTRL is absent.
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

       1000-READ-RETURN.
           READ RETURN-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-FETCH-ENTRY.
           MOVE 'N' TO WS-FOUND
           MOVE NRA-ORIGINAL-TRACE TO AEH-TRACE-NUMBER
           READ HISTORY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ENTRY-FOUND TO TRUE
           END-READ.

      * A return already stamped on its entry (the ODFI resending a
      * file) is counted and not reversed a second time.
       3000-APPLY-RETURN.
           PERFORM 2000-FETCH-ENTRY
           EVALUATE TRUE
               WHEN NOT WS-ENTRY-FOUND
                   PERFORM 9000-WRITE-UNMATCHED
               WHEN NOT AEH-NOT-RETURNED
                   ADD 1 TO WS-REPEAT-COUNT
               WHEN OTHER
                   MOVE NRA-REASON-CODE TO AEH-RETURN-CODE
                   MOVE WS-TODAY TO AEH-RETURN-DATE
                   REWRITE ACH-ENTRY-HISTORY-RECORD
                   PERFORM 3100-POST-REVERSAL
                   ADD 1 TO WS-RETURN-COUNT
           END-EVALUATE.

      * A returned credit never left us, so the originator's account
      * is credited back; a returned debit was never collected, so
      * it is debited back.
       3100-POST-REVERSAL.
           ADD 1 TO WS-POSTING-SEQ
           INITIALIZE RETURN-POSTING-RECORD
           COMPUTE TRANSACTION-ID OF RETURN-POSTING-RECORD
               = FUNCTION MOD (WS-TODAY, 1000000) * 1000000
               + WS-ORIGINATOR-DIGIT * 100000
               + WS-POSTING-SEQ
           IF AEH-AMOUNT < 0
               MOVE "DBT" TO TRANSACTION-TYPE OF RETURN-POSTING-RECORD
               COMPUTE WS-REVERSAL-AMOUNT = 0 - AEH-AMOUNT
           ELSE
               MOVE "CRT" TO TRANSACTION-TYPE OF RETURN-POSTING-RECORD
               MOVE AEH-AMOUNT TO WS-REVERSAL-AMOUNT
           END-IF
           MOVE AEH-ORIGIN-ACCOUNT TO WS-ACCT-TEXT
           PERFORM 8000-ACCOUNT-TO-NUMBER
           MOVE WS-ACCT-NUMBER
               TO ACCOUNT-NUMBER OF RETURN-POSTING-RECORD
           MOVE 0 TO BRANCH-CODE OF RETURN-POSTING-RECORD
           MOVE WS-TODAY
               TO PROCESSING-DATE OF RETURN-POSTING-RECORD
           COMPUTE POSTING-TIMESTAMP OF RETURN-POSTING-RECORD
               = WS-TODAY * 1000000
           MOVE WS-REVERSAL-AMOUNT
               TO BASE-AMOUNT OF RETURN-POSTING-RECORD
                  NET-AMOUNT OF RETURN-POSTING-RECORD
                  USD-EQUIVALENT-AMOUNT OF RETURN-POSTING-RECORD
           MOVE 0 TO FEES-TOTAL OF RETURN-POSTING-RECORD
                     TAX-AMOUNT OF RETURN-POSTING-RECORD
           MOVE "ACHRET" TO ORIGINATOR-ID OF RETURN-POSTING-RECORD
           MOVE "SYSTEM" TO AUTHORIZER-ID OF RETURN-POSTING-RECORD
           MOVE SPACES TO WS-AUDIT-REF
           STRING "ACH RETURN " AEH-RETURN-CODE " " AEH-TRACE-NUMBER
               DELIMITED BY SIZE INTO WS-AUDIT-REF
           END-STRING
           MOVE WS-AUDIT-REF
               TO AUDIT-TRAIL-REF OF RETURN-POSTING-RECORD
           MOVE 'N' TO ENCRYPTION-STATUS OF RETURN-POSTING-RECORD
           MOVE 0 TO CUSTOMER-ID OF RETURN-POSTING-RECORD
           MOVE "USD" TO CURRENCY-CODE OF RETURN-POSTING-RECORD
           MOVE 1 TO EXCHANGE-RATE OF RETURN-POSTING-RECORD
           WRITE RETURN-POSTING-RECORD.

      * The corrected data is laid out by change code: C01 account,
      * C02 routing, C03 routing then account after three spaces,
      * C06 account then transaction code, C07 routing, account and
      * transaction code run together. Other codes (a corrected
      * name or transaction code alone) are only stamped.
       4000-APPLY-CHANGE.
           PERFORM 2000-FETCH-ENTRY
           IF NOT WS-ENTRY-FOUND
               PERFORM 9000-WRITE-UNMATCHED
           ELSE
               MOVE AEH-RECEIVE-ROUTING TO WS-OLD-ROUTING
                                           WS-NEW-ROUTING
               MOVE AEH-RECEIVE-ACCOUNT TO WS-OLD-ACCOUNT
                                           WS-NEW-ACCOUNT
               EVALUATE NRA-REASON-CODE
                   WHEN "C01"
                   WHEN "C06"
                       MOVE NRA-CORRECTED-DATA (1:17)
                           TO WS-NEW-ACCOUNT
                   WHEN "C02"
                       MOVE NRA-CORRECTED-DATA (1:9)
                           TO WS-NEW-ROUTING
                   WHEN "C03"
                       MOVE NRA-CORRECTED-DATA (1:9)
                           TO WS-NEW-ROUTING
                       MOVE NRA-CORRECTED-DATA (13:17)
                           TO WS-NEW-ACCOUNT
                   WHEN "C07"
                       MOVE NRA-CORRECTED-DATA (1:9)
                           TO WS-NEW-ROUTING
                       MOVE NRA-CORRECTED-DATA (10:17)
                           TO WS-NEW-ACCOUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE NRA-REASON-CODE TO AEH-NOC-CODE
               MOVE WS-TODAY TO AEH-NOC-DATE
               MOVE WS-NEW-ROUTING TO AEH-RECEIVE-ROUTING
               MOVE WS-NEW-ACCOUNT TO AEH-RECEIVE-ACCOUNT
               REWRITE ACH-ENTRY-HISTORY-RECORD
               ADD 1 TO WS-NOC-COUNT
               IF WS-NEW-ROUTING NOT = WS-OLD-ROUTING
                       OR WS-NEW-ACCOUNT NOT = WS-OLD-ACCOUNT
                   PERFORM 4100-CORRECT-STANDING-ORDERS
               END-IF
           END-IF.

      * Standing orders carry ledger account numbers, so the change
      * is only carried to the master when the originator, the old
      * counterparty and the corrected counterparty are all plain
      * account numbers of sixteen digits or fewer.
       4100-CORRECT-STANDING-ORDERS.
           MOVE 'Y' TO WS-NOC-STATE
           MOVE AEH-ORIGIN-ACCOUNT TO WS-ACCT-TEXT
           PERFORM 8000-ACCOUNT-TO-NUMBER
           IF NOT WS-ACCT-NUMERIC
               MOVE 'N' TO WS-NOC-STATE
           END-IF
           MOVE WS-ACCT-NUMBER TO WS-ORIGIN-NUMBER
           MOVE WS-OLD-ACCOUNT TO WS-ACCT-TEXT
           PERFORM 8000-ACCOUNT-TO-NUMBER
           IF NOT WS-ACCT-NUMERIC
               MOVE 'N' TO WS-NOC-STATE
           END-IF
           MOVE WS-ACCT-NUMBER TO WS-OLD-NUMBER
           MOVE WS-NEW-ACCOUNT TO WS-ACCT-TEXT
           PERFORM 8000-ACCOUNT-TO-NUMBER
           IF NOT WS-ACCT-NUMERIC
               MOVE 'N' TO WS-NOC-STATE
           END-IF
           MOVE WS-ACCT-NUMBER TO WS-NEW-NUMBER
           IF WS-NOC-APPLICABLE
               OPEN INPUT ORDER-MASTER
               IF WS-ORDER-STATUS = "00"
                   PERFORM 4200-SWEEP-ORDERS
                   CLOSE ORDER-MASTER
               END-IF
           END-IF.

       4200-SWEEP-ORDERS.
           MOVE 'N' TO WS-MASTER-EOF
           MOVE LOW-VALUES TO SOR-ORDER-ID
           START ORDER-MASTER KEY IS NOT LESS THAN SOR-ORDER-ID
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ ORDER-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       IF SOR-ACTIVE
                               AND SOR-ACCOUNT-NUMBER
                                   = WS-ORIGIN-NUMBER
                               AND SOR-COUNTERPARTY-ACCT
                                   = WS-OLD-NUMBER
                           PERFORM 4300-WRITE-ORDER-CHANGE
                       END-IF
               END-READ
           END-PERFORM.

      * The change transaction carries the order as it stands, with
      * only the counterparty corrected, so SORDMNT's edits pass it.
       4300-WRITE-ORDER-CHANGE.
           SET SOT-CHANGE TO TRUE
           MOVE SOR-ORDER-ID          TO SOT-ORDER-ID
           MOVE SOR-ACCOUNT-NUMBER    TO SOT-ACCOUNT-NUMBER
           MOVE WS-NEW-NUMBER         TO SOT-COUNTERPARTY-ACCT
           MOVE SOR-CUSTOMER-ID       TO SOT-CUSTOMER-ID
           MOVE SOR-AMOUNT            TO SOT-AMOUNT
           MOVE SOR-TRANSACTION-TYPE  TO SOT-TRANSACTION-TYPE
           MOVE SOR-CURRENCY-CODE     TO SOT-CURRENCY-CODE
           MOVE SOR-FREQUENCY         TO SOT-FREQUENCY
           MOVE SOR-NEXT-RUN-DATE     TO SOT-NEXT-RUN-DATE
           MOVE SOR-EXPIRY-DATE       TO SOT-EXPIRY-DATE
           MOVE "ACHNOC"              TO SOT-MAINT-USER
           MOVE WS-NEW-ROUTING        TO SOT-COUNTERPARTY-ROUTING
           WRITE STANDING-ORDER-TRANSACTION
           ADD 1 TO WS-ORDER-CHANGE-COUNT.

      * Debit entries originated inside the window are counted per
      * originating account, with whatever return each drew.
       6000-MEASURE-RETURN-RATES.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY) - WS-WINDOW-DAYS)
           MOVE 'N' TO WS-HISTORY-EOF
           MOVE LOW-VALUES TO AEH-TRACE-NUMBER
           START HISTORY-FILE KEY IS NOT LESS THAN AEH-TRACE-NUMBER
               INVALID KEY SET END-OF-HISTORY TO TRUE
           END-START
           PERFORM UNTIL END-OF-HISTORY
               READ HISTORY-FILE NEXT
                   AT END SET END-OF-HISTORY TO TRUE
                   NOT AT END
                       IF AEH-AMOUNT < 0
                               AND AEH-ORIGINATED-DATE
                                   >= WS-WINDOW-START
                           PERFORM 6100-COUNT-DEBIT-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           OPEN OUTPUT RATE-FILE
           PERFORM VARYING WS-ORIG-INDEX FROM 1 BY 1
               UNTIL WS-ORIG-INDEX > WS-ORIG-COUNT
               PERFORM 6200-WRITE-RATE-LINE
           END-PERFORM
           CLOSE RATE-FILE.

       6100-COUNT-DEBIT-ENTRY.
           PERFORM VARYING WS-ORIG-INDEX FROM 1 BY 1
               UNTIL WS-ORIG-INDEX > WS-ORIG-COUNT
               OR WS-ORIG-ACCOUNT (WS-ORIG-INDEX) = AEH-ORIGIN-ACCOUNT
               CONTINUE
           END-PERFORM
           IF WS-ORIG-INDEX > WS-ORIG-COUNT AND WS-ORIG-COUNT < 2000
               ADD 1 TO WS-ORIG-COUNT
               MOVE AEH-ORIGIN-ACCOUNT
                   TO WS-ORIG-ACCOUNT (WS-ORIG-INDEX)
               MOVE AEH-ORIGIN-NAME TO WS-ORIG-NAME (WS-ORIG-INDEX)
               MOVE 0 TO WS-ORIG-DEBITS (WS-ORIG-INDEX)
                         WS-ORIG-UNAUTH (WS-ORIG-INDEX)
                         WS-ORIG-ADMIN (WS-ORIG-INDEX)
                         WS-ORIG-RETURNS (WS-ORIG-INDEX)
           END-IF
           IF WS-ORIG-INDEX NOT > WS-ORIG-COUNT
               PERFORM 6150-TALLY-ENTRY
           END-IF.

       6150-TALLY-ENTRY.
           ADD 1 TO WS-ORIG-DEBITS (WS-ORIG-INDEX)
           IF NOT AEH-NOT-RETURNED
               ADD 1 TO WS-ORIG-RETURNS (WS-ORIG-INDEX)
               EVALUATE AEH-RETURN-CODE
                   WHEN "R05"
                   WHEN "R07"
                   WHEN "R10"
                   WHEN "R29"
                       ADD 1 TO WS-ORIG-UNAUTH (WS-ORIG-INDEX)
                   WHEN "R02"
                   WHEN "R03"
                   WHEN "R04"
                       ADD 1 TO WS-ORIG-ADMIN (WS-ORIG-INDEX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       6200-WRITE-RATE-LINE.
           INITIALIZE ACH-RETURN-RATE-LINE
           MOVE WS-ORIG-ACCOUNT (WS-ORIG-INDEX) TO ARR-ORIGIN-ACCOUNT
           MOVE WS-ORIG-NAME (WS-ORIG-INDEX) TO ARR-ORIGIN-NAME
           MOVE WS-WINDOW-START TO ARR-WINDOW-START
           MOVE WS-ORIG-DEBITS (WS-ORIG-INDEX) TO ARR-DEBIT-COUNT
           MOVE WS-ORIG-UNAUTH (WS-ORIG-INDEX) TO ARR-UNAUTH-COUNT
           MOVE WS-ORIG-ADMIN (WS-ORIG-INDEX) TO ARR-ADMIN-COUNT
           MOVE WS-ORIG-RETURNS (WS-ORIG-INDEX) TO ARR-RETURN-COUNT
           COMPUTE ARR-UNAUTH-RATE ROUNDED =
               ARR-UNAUTH-COUNT * 100 / ARR-DEBIT-COUNT
           COMPUTE ARR-ADMIN-RATE ROUNDED =
               ARR-ADMIN-COUNT * 100 / ARR-DEBIT-COUNT
           COMPUTE ARR-RETURN-RATE ROUNDED =
               ARR-RETURN-COUNT * 100 / ARR-DEBIT-COUNT
           MOVE 'N' TO ARR-UNAUTH-FLAG ARR-ADMIN-FLAG ARR-RETURN-FLAG
           IF ARR-UNAUTH-RATE > WS-UNAUTH-LIMIT
               SET ARR-OVER-UNAUTH TO TRUE
           END-IF
           IF ARR-ADMIN-RATE > WS-ADMIN-LIMIT
               SET ARR-OVER-ADMIN TO TRUE
           END-IF
           IF ARR-RETURN-RATE > WS-RETURN-LIMIT
               SET ARR-OVER-OVERALL TO TRUE
           END-IF
           IF ARR-OVER-UNAUTH OR ARR-OVER-ADMIN OR ARR-OVER-OVERALL
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           WRITE ACH-RETURN-RATE-LINE.

      * Anything that is not all digits up to the first space, or
      * runs past sixteen digits, is left as a zero account number.
       8000-ACCOUNT-TO-NUMBER.
           MOVE 'N' TO WS-ACCT-STATE
           MOVE 0 TO WS-ACCT-NUMBER WS-ACCT-LENGTH
           INSPECT WS-ACCT-TEXT TALLYING WS-ACCT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ACCT-LENGTH > 0 AND WS-ACCT-LENGTH NOT > 16
               IF WS-ACCT-TEXT (1:WS-ACCT-LENGTH) IS NUMERIC
                   MOVE WS-ACCT-TEXT (1:WS-ACCT-LENGTH)
                       TO WS-ACCT-NUMBER
                   SET WS-ACCT-NUMERIC TO TRUE
               END-IF
           END-IF.

       9000-WRITE-UNMATCHED.
           SET PRT-ACH-RETURN OF UNMATCHED-RETURN-RECORD TO TRUE
           MOVE NRA-ORIGINAL-TRACE
               TO PRT-REFERENCE OF UNMATCHED-RETURN-RECORD
           MOVE NRA-REASON-CODE
               TO PRT-RETURN-REASON OF UNMATCHED-RETURN-RECORD
           MOVE WS-TODAY TO PRT-RETURN-DATE OF UNMATCHED-RETURN-RECORD
           WRITE UNMATCHED-RETURN-RECORD
           ADD 1 TO WS-UNMATCHED-COUNT.
