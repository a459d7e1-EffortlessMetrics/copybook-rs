      *> ZBASWEEP - End-of-day zero-balance and target-balance sweep.
      *> Runs after ACCTPOS. Every active link on the sweep
      *> relationship master is read into a table, and each
      *> relationship is worked as one: every sub-account's
      *> AP-CLOSING-BALANCE as of the business date is set against its
      *> rule - nothing for a zero-balance account, its target for a
      *> target-balance one. Excess is swept up to the concentration
      *> account first, so the day's inflows are there before any
      *> sub-account is funded from it; a shortfall is then funded
      *> from the concentration account unless that would take it
      *> past its OVRDRFT facility limit (no active facility, a
      *> limit of zero - the concentration account may not go
      *> overdrawn), in which case the funding is refused with a wrapper
      *> exception for the treasury desk. Each sweep emits the two
      *> offsetting TRF legs - the debit leg negative, the credit leg
      *> positive - on the generated-posting feed ahead of TRANEDIT,
      *> so TRFMATCH pairs them like any other transfer. A link already
      *> swept on the business date is not swept again. The sweep
      *> activity report carries a line per sub-account and a total
      *> per relationship.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZBASWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-MASTER ASSIGN TO "SWPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWR-SWEEP-KEY
               FILE STATUS IS WS-SWEEP-STATUS.
           SELECT POSITION-MASTER ASSIGN TO "ACCTPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-POSITION-KEY.
           SELECT FACILITY-MASTER ASSIGN TO "ODFMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODF-ACCOUNT-NUMBER
               FILE STATUS IS WS-FACILITY-STATUS.
           SELECT POSTING-FILE ASSIGN TO "SWPPOST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "SWPRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "SWPEXCP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SWEEP-MASTER.
           COPY sweep_relationship_record.
       FD  POSITION-MASTER.
           COPY account_position_record.
       FD  FACILITY-MASTER.
           COPY overdraft_facility_record.
       FD  POSTING-FILE.
           COPY financial_sox_compliance
               REPLACING ==FINANCIAL-TRANSACTION-RECORD== BY
                         ==SWEEP-POSTING-RECORD==.
       FD  REPORT-FILE.
           COPY sweep_activity_line.
       FD  EXCEPTION-FILE.
           COPY exception_wrapper_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-SWEEP-STATUS             PIC X(2).
       01  WS-FACILITY-STATUS          PIC X(2).
       01  WS-FACILITY-FILE            PIC X(1) VALUE 'N'.
           88  WS-FACILITY-OPEN        VALUE 'Y'.
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-POSITION-EOF             PIC X(1) VALUE 'N'.
           88  END-OF-POSITIONS        VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
      *> Generated postings carve the 12-digit TRANSACTION-ID
      *> as YYMMDD, an originator digit, and a five-digit
      *> sequence, so no two generator feeds can collide on
      *> the ID FEEDMRG dedups the merged TRANIN generations
      *> on.
       01  WS-POSTING-SEQ              PIC 9(5) VALUE 0.
       01  WS-ORIGINATOR-DIGIT         PIC 9(1) VALUE 9.
       01  WS-LINK-INDEX               PIC 9(5) COMP.
       01  WS-LINK-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-GROUP-START              PIC 9(5) COMP.
       01  WS-GROUP-END                PIC 9(5) COMP.
       01  WS-GROUP-STATE              PIC X(1).
           88  WS-GROUP-COMPLETE       VALUE 'Y'.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY OCCURS 5000 TIMES.
               10  WS-LNK-RELATIONSHIP PIC 9(8).
               10  WS-LNK-SUB-ACCOUNT  PIC 9(16).
               10  WS-LNK-CONCENTRATION PIC 9(16).
               10  WS-LNK-CUSTOMER     PIC 9(12).
               10  WS-LNK-RULE         PIC X(1).
               10  WS-LNK-TARGET       PIC 9(13)V99.
               10  WS-LNK-CLOSING      PIC S9(13)V99.
               10  WS-LNK-SWEEP        PIC S9(13)V99.
               10  WS-LNK-CONC-AFTER   PIC S9(13)V99.
               10  WS-LNK-OUTCOME      PIC X(1).
       01  WS-ACCOUNT-WANTED           PIC 9(16).
       01  WS-BALANCE-FOUND            PIC S9(13)V99.
       01  WS-FACILITY-LIMIT           PIC 9(13)V99.
       01  WS-CONC-OPENING             PIC S9(13)V99.
       01  WS-CONC-PROJECTED           PIC S9(13)V99.
       01  WS-SHORTFALL                PIC S9(13)V99.
       01  WS-SWEPT-UP-TOTAL           PIC S9(13)V99.
       01  WS-FUNDED-TOTAL             PIC S9(13)V99.
       01  WS-REFUSED-COUNT            PIC 9(5).
       01  WS-DEBIT-ACCOUNT            PIC 9(16).
       01  WS-CREDIT-ACCOUNT           PIC 9(16).
       01  WS-LEG-AMOUNT               PIC S9(13)V99.
       01  WS-AUDIT-REF                PIC X(32).
       01  WS-COUNTS.
           05  WS-RELATIONSHIP-COUNT   PIC 9(7) VALUE 0.
           05  WS-ALREADY-SWEPT-COUNT  PIC 9(7) VALUE 0.
           05  WS-SWEPT-UP-COUNT       PIC 9(7) VALUE 0.
           05  WS-FUNDED-COUNT         PIC 9(7) VALUE 0.
           05  WS-REFUSAL-COUNT        PIC 9(7) VALUE 0.
           05  WS-LEG-COUNT            PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           OPEN I-O SWEEP-MASTER
           IF WS-SWEEP-STATUS NOT = "00"
               OPEN OUTPUT SWEEP-MASTER
               CLOSE SWEEP-MASTER
               OPEN I-O SWEEP-MASTER
           END-IF
           PERFORM 1000-LOAD-LINKS
           OPEN INPUT POSITION-MASTER FACILITY-MASTER
           IF WS-FACILITY-STATUS = "00"
               SET WS-FACILITY-OPEN TO TRUE
           END-IF
           OPEN OUTPUT POSTING-FILE REPORT-FILE EXCEPTION-FILE
           MOVE 1 TO WS-GROUP-START
           PERFORM UNTIL WS-GROUP-START > WS-LINK-COUNT
               PERFORM 2000-SWEEP-RELATIONSHIP
               COMPUTE WS-GROUP-START = WS-GROUP-END + 1
           END-PERFORM
           CLOSE SWEEP-MASTER POSITION-MASTER POSTING-FILE
               REPORT-FILE EXCEPTION-FILE
           IF WS-FACILITY-OPEN
               CLOSE FACILITY-MASTER
           END-IF
           DISPLAY "ZBASWEEP: RELATIONSHIPS=" WS-RELATIONSHIP-COUNT
                   " SWEPTUP=" WS-SWEPT-UP-COUNT
                   " FUNDED=" WS-FUNDED-COUNT
                   " REFUSED=" WS-REFUSAL-COUNT
                   " ALREADY=" WS-ALREADY-SWEPT-COUNT
                   " LEGS=" WS-LEG-COUNT
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

      *> The master is read in key order, so a relationship's links
      *> sit together in the table.
       1000-LOAD-LINKS.
           MOVE LOW-VALUES TO SWR-SWEEP-KEY
           START SWEEP-MASTER KEY IS NOT LESS THAN SWR-SWEEP-KEY
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ SWEEP-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       IF SWR-ACTIVE
                           PERFORM 1100-TABLE-LINK
                       END-IF
               END-READ
           END-PERFORM.

       1100-TABLE-LINK.
           IF SWR-LAST-SWEEP-DATE = WS-TODAY
               ADD 1 TO WS-ALREADY-SWEPT-COUNT
           ELSE
               IF WS-LINK-COUNT < 5000
                   ADD 1 TO WS-LINK-COUNT
                   MOVE SWR-RELATIONSHIP-ID
                       TO WS-LNK-RELATIONSHIP (WS-LINK-COUNT)
                   MOVE SWR-SUB-ACCOUNT
                       TO WS-LNK-SUB-ACCOUNT (WS-LINK-COUNT)
                   MOVE SWR-CONCENTRATION-ACCOUNT
                       TO WS-LNK-CONCENTRATION (WS-LINK-COUNT)
                   MOVE SWR-CUSTOMER-ID
                       TO WS-LNK-CUSTOMER (WS-LINK-COUNT)
                   MOVE SWR-SWEEP-RULE
                       TO WS-LNK-RULE (WS-LINK-COUNT)
                   MOVE SWR-TARGET-AMOUNT
                       TO WS-LNK-TARGET (WS-LINK-COUNT)
                   MOVE 0 TO WS-LNK-CLOSING (WS-LINK-COUNT)
                             WS-LNK-SWEEP (WS-LINK-COUNT)
                             WS-LNK-CONC-AFTER (WS-LINK-COUNT)
                   MOVE 'N' TO WS-LNK-OUTCOME (WS-LINK-COUNT)
               END-IF
           END-IF.

       2000-SWEEP-RELATIONSHIP.
           ADD 1 TO WS-RELATIONSHIP-COUNT
           MOVE WS-GROUP-START TO WS-GROUP-END
           MOVE 'N' TO WS-GROUP-STATE
           PERFORM UNTIL WS-GROUP-COMPLETE
               IF WS-GROUP-END < WS-LINK-COUNT
                   IF WS-LNK-RELATIONSHIP (WS-GROUP-END + 1) =
                           WS-LNK-RELATIONSHIP (WS-GROUP-START)
                       ADD 1 TO WS-GROUP-END
                   ELSE
                       SET WS-GROUP-COMPLETE TO TRUE
                   END-IF
               ELSE
                   SET WS-GROUP-COMPLETE TO TRUE
               END-IF
           END-PERFORM
           MOVE WS-LNK-CONCENTRATION (WS-GROUP-START)
               TO WS-ACCOUNT-WANTED
           PERFORM 7000-CLOSING-AS-OF-TODAY
           MOVE WS-BALANCE-FOUND TO WS-CONC-OPENING WS-CONC-PROJECTED
           PERFORM 7100-FETCH-FACILITY-LIMIT
           MOVE 0 TO WS-SWEPT-UP-TOTAL WS-FUNDED-TOTAL
                     WS-REFUSED-COUNT
           MOVE SPACES TO WS-AUDIT-REF
           STRING "SWEEP RELATIONSHIP "
                  WS-LNK-RELATIONSHIP (WS-GROUP-START)
               DELIMITED BY SIZE INTO WS-AUDIT-REF
           END-STRING
           PERFORM VARYING WS-LINK-INDEX FROM WS-GROUP-START BY 1
               UNTIL WS-LINK-INDEX > WS-GROUP-END
               PERFORM 2100-SWEEP-UP-EXCESS
           END-PERFORM
           PERFORM VARYING WS-LINK-INDEX FROM WS-GROUP-START BY 1
               UNTIL WS-LINK-INDEX > WS-GROUP-END
               IF WS-LNK-SWEEP (WS-LINK-INDEX) < 0
                   PERFORM 2200-FUND-SHORTFALL
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LINK-INDEX FROM WS-GROUP-START BY 1
               UNTIL WS-LINK-INDEX > WS-GROUP-END
               PERFORM 4000-WRITE-ACTIVITY-LINE
               IF WS-LNK-OUTCOME (WS-LINK-INDEX) = 'S'
                   OR WS-LNK-OUTCOME (WS-LINK-INDEX) = 'F'
                   PERFORM 5000-STAMP-LINK
               END-IF
           END-PERFORM
           PERFORM 4100-WRITE-RELATIONSHIP-TOTAL.

      *> The sweep amount is what takes the sub-account to its rule:
      *> positive is excess to sweep up, negative a shortfall to fund.
       2100-SWEEP-UP-EXCESS.
           MOVE WS-LNK-SUB-ACCOUNT (WS-LINK-INDEX) TO WS-ACCOUNT-WANTED
           PERFORM 7000-CLOSING-AS-OF-TODAY
           MOVE WS-BALANCE-FOUND TO WS-LNK-CLOSING (WS-LINK-INDEX)
           IF WS-LNK-RULE (WS-LINK-INDEX) = 'T'
               COMPUTE WS-LNK-SWEEP (WS-LINK-INDEX) =
                   WS-BALANCE-FOUND - WS-LNK-TARGET (WS-LINK-INDEX)
           ELSE
               MOVE WS-BALANCE-FOUND TO WS-LNK-SWEEP (WS-LINK-INDEX)
           END-IF
           IF WS-LNK-SWEEP (WS-LINK-INDEX) > 0
               MOVE WS-LNK-SUB-ACCOUNT (WS-LINK-INDEX)
                   TO WS-DEBIT-ACCOUNT
               MOVE WS-LNK-CONCENTRATION (WS-LINK-INDEX)
                   TO WS-CREDIT-ACCOUNT
               MOVE WS-LNK-SWEEP (WS-LINK-INDEX) TO WS-LEG-AMOUNT
               PERFORM 3000-EMIT-TRANSFER-PAIR
               ADD WS-LNK-SWEEP (WS-LINK-INDEX) TO WS-CONC-PROJECTED
               ADD WS-LNK-SWEEP (WS-LINK-INDEX) TO WS-SWEPT-UP-TOTAL
               MOVE WS-CONC-PROJECTED
                   TO WS-LNK-CONC-AFTER (WS-LINK-INDEX)
               MOVE 'S' TO WS-LNK-OUTCOME (WS-LINK-INDEX)
               ADD 1 TO WS-SWEPT-UP-COUNT
           END-IF.

       2200-FUND-SHORTFALL.
           COMPUTE WS-SHORTFALL = 0 - WS-LNK-SWEEP (WS-LINK-INDEX)
           IF WS-CONC-PROJECTED - WS-SHORTFALL <
                   0 - WS-FACILITY-LIMIT
               MOVE WS-CONC-PROJECTED
                   TO WS-LNK-CONC-AFTER (WS-LINK-INDEX)
               MOVE 'R' TO WS-LNK-OUTCOME (WS-LINK-INDEX)
               ADD 1 TO WS-REFUSED-COUNT
               ADD 1 TO WS-REFUSAL-COUNT
               PERFORM 6000-RAISE-REFUSAL
           ELSE
               MOVE WS-LNK-CONCENTRATION (WS-LINK-INDEX)
                   TO WS-DEBIT-ACCOUNT
               MOVE WS-LNK-SUB-ACCOUNT (WS-LINK-INDEX)
                   TO WS-CREDIT-ACCOUNT
               MOVE WS-SHORTFALL TO WS-LEG-AMOUNT
               PERFORM 3000-EMIT-TRANSFER-PAIR
               SUBTRACT WS-SHORTFALL FROM WS-CONC-PROJECTED
               ADD WS-SHORTFALL TO WS-FUNDED-TOTAL
               MOVE WS-CONC-PROJECTED
                   TO WS-LNK-CONC-AFTER (WS-LINK-INDEX)
               MOVE 'F' TO WS-LNK-OUTCOME (WS-LINK-INDEX)
               ADD 1 TO WS-FUNDED-COUNT
           END-IF.

       3000-EMIT-TRANSFER-PAIR.
           PERFORM 3100-BUILD-COMMON-FIELDS
           MOVE WS-DEBIT-ACCOUNT
               TO ACCOUNT-NUMBER OF SWEEP-POSTING-RECORD
           COMPUTE NET-AMOUNT OF SWEEP-POSTING-RECORD =
               0 - WS-LEG-AMOUNT
           MOVE NET-AMOUNT OF SWEEP-POSTING-RECORD
               TO BASE-AMOUNT OF SWEEP-POSTING-RECORD
                  USD-EQUIVALENT-AMOUNT OF SWEEP-POSTING-RECORD
           WRITE SWEEP-POSTING-RECORD
           PERFORM 3100-BUILD-COMMON-FIELDS
           MOVE WS-CREDIT-ACCOUNT
               TO ACCOUNT-NUMBER OF SWEEP-POSTING-RECORD
           MOVE WS-LEG-AMOUNT
               TO BASE-AMOUNT OF SWEEP-POSTING-RECORD
                  NET-AMOUNT OF SWEEP-POSTING-RECORD
                  USD-EQUIVALENT-AMOUNT OF SWEEP-POSTING-RECORD
           WRITE SWEEP-POSTING-RECORD.

       3100-BUILD-COMMON-FIELDS.
           ADD 1 TO WS-POSTING-SEQ
           ADD 1 TO WS-LEG-COUNT
           INITIALIZE SWEEP-POSTING-RECORD
           COMPUTE TRANSACTION-ID OF SWEEP-POSTING-RECORD
               = FUNCTION MOD (WS-TODAY, 1000000) * 1000000
               + WS-ORIGINATOR-DIGIT * 100000
               + WS-POSTING-SEQ
           MOVE 'TRF' TO TRANSACTION-TYPE OF SWEEP-POSTING-RECORD
           MOVE 0 TO BRANCH-CODE OF SWEEP-POSTING-RECORD
           MOVE WS-TODAY TO PROCESSING-DATE OF SWEEP-POSTING-RECORD
           COMPUTE POSTING-TIMESTAMP OF SWEEP-POSTING-RECORD
               = WS-TODAY * 1000000
           MOVE 0 TO FEES-TOTAL OF SWEEP-POSTING-RECORD
                     TAX-AMOUNT OF SWEEP-POSTING-RECORD
           MOVE "ZBASWEEP" TO ORIGINATOR-ID OF SWEEP-POSTING-RECORD
           MOVE "SYSTEM" TO AUTHORIZER-ID OF SWEEP-POSTING-RECORD
           MOVE WS-AUDIT-REF TO AUDIT-TRAIL-REF OF SWEEP-POSTING-RECORD
           MOVE 'N' TO ENCRYPTION-STATUS OF SWEEP-POSTING-RECORD
           MOVE WS-LNK-CUSTOMER (WS-LINK-INDEX)
               TO CUSTOMER-ID OF SWEEP-POSTING-RECORD
           MOVE 'BZ'
               TO CUSTOMER-CLASSIFICATION OF SWEEP-POSTING-RECORD
           MOVE 'USD' TO CURRENCY-CODE OF SWEEP-POSTING-RECORD
           MOVE 1 TO EXCHANGE-RATE OF SWEEP-POSTING-RECORD.

       4000-WRITE-ACTIVITY-LINE.
           INITIALIZE SWEEP-ACTIVITY-LINE
           MOVE WS-TODAY TO SAL-SWEEP-DATE
           MOVE WS-LNK-RELATIONSHIP (WS-LINK-INDEX)
               TO SAL-RELATIONSHIP-ID
           MOVE WS-LNK-OUTCOME (WS-LINK-INDEX) TO SAL-LINE-TYPE
           MOVE WS-LNK-CONCENTRATION (WS-LINK-INDEX)
               TO SAL-CONCENTRATION-ACCOUNT
           MOVE WS-LNK-SUB-ACCOUNT (WS-LINK-INDEX) TO SAL-SUB-ACCOUNT
           MOVE WS-LNK-RULE (WS-LINK-INDEX) TO SAL-SWEEP-RULE
           MOVE WS-LNK-TARGET (WS-LINK-INDEX) TO SAL-TARGET-AMOUNT
           MOVE WS-LNK-CLOSING (WS-LINK-INDEX) TO SAL-CLOSING-BALANCE
           MOVE WS-LNK-SWEEP (WS-LINK-INDEX) TO SAL-SWEEP-AMOUNT
           MOVE WS-LNK-CONC-AFTER (WS-LINK-INDEX)
               TO SAL-CONCENTRATION-BALANCE
           MOVE WS-FACILITY-LIMIT TO SAL-FACILITY-LIMIT
           WRITE SWEEP-ACTIVITY-LINE.

      *> The total line shows the concentration account's closing
      *> balance in SAL-CLOSING-BALANCE and where the night's sweeps
      *> leave it in SAL-CONCENTRATION-BALANCE.
       4100-WRITE-RELATIONSHIP-TOTAL.
           INITIALIZE SWEEP-ACTIVITY-LINE
           MOVE WS-TODAY TO SAL-SWEEP-DATE
           MOVE WS-LNK-RELATIONSHIP (WS-GROUP-START)
               TO SAL-RELATIONSHIP-ID
           SET SAL-RELATIONSHIP-TOTAL TO TRUE
           MOVE WS-LNK-CONCENTRATION (WS-GROUP-START)
               TO SAL-CONCENTRATION-ACCOUNT
           MOVE WS-CONC-OPENING TO SAL-CLOSING-BALANCE
           MOVE WS-CONC-PROJECTED TO SAL-CONCENTRATION-BALANCE
           MOVE WS-FACILITY-LIMIT TO SAL-FACILITY-LIMIT
           MOVE WS-SWEPT-UP-TOTAL TO SAL-SWEPT-UP-TOTAL
           MOVE WS-FUNDED-TOTAL TO SAL-FUNDED-TOTAL
           MOVE WS-REFUSED-COUNT TO SAL-REFUSED-COUNT
           WRITE SWEEP-ACTIVITY-LINE.

       5000-STAMP-LINK.
           MOVE WS-LNK-RELATIONSHIP (WS-LINK-INDEX)
               TO SWR-RELATIONSHIP-ID
           MOVE WS-LNK-SUB-ACCOUNT (WS-LINK-INDEX) TO SWR-SUB-ACCOUNT
           READ SWEEP-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE WS-TODAY TO SWR-LAST-SWEEP-DATE
                   MOVE WS-LNK-SWEEP (WS-LINK-INDEX)
                       TO SWR-LAST-SWEEP-AMOUNT
                   REWRITE SWEEP-RELATIONSHIP-RECORD
           END-READ.

       6000-RAISE-REFUSAL.
           MOVE "ZBASWEEP" TO EXW-SOURCE-PROGRAM
           MOVE WS-LNK-SUB-ACCOUNT (WS-LINK-INDEX) TO EXW-EXCEPTION-KEY
           MOVE "SWRF" TO EXW-REASON-CODE
           MOVE WS-TODAY TO EXW-RAISED-DATE
           MOVE SPACES TO EXW-DETAIL
           STRING "CONCENTRATION "
                  WS-LNK-CONCENTRATION (WS-LINK-INDEX)
                  " BALANCE " WS-CONC-PROJECTED
                  " SHORTFALL " WS-SHORTFALL
               DELIMITED BY SIZE INTO EXW-DETAIL
           END-STRING
           WRITE EXCEPTION-WRAPPER-RECORD.

      *> The business date's position when the account moved today,
      *> otherwise the latest earlier one; an account never
      *> positioned stands at zero.
       7000-CLOSING-AS-OF-TODAY.
           MOVE 0 TO WS-BALANCE-FOUND
           MOVE WS-ACCOUNT-WANTED TO AP-ACCOUNT-NUMBER
           MOVE WS-TODAY TO AP-PROCESSING-DATE
           READ POSITION-MASTER
               INVALID KEY
                   PERFORM 7010-SCAN-EARLIER-POSITIONS
               NOT INVALID KEY
                   MOVE AP-CLOSING-BALANCE TO WS-BALANCE-FOUND
           END-READ.

       7010-SCAN-EARLIER-POSITIONS.
           MOVE 'N' TO WS-POSITION-EOF
           MOVE WS-ACCOUNT-WANTED TO AP-ACCOUNT-NUMBER
           MOVE 0 TO AP-PROCESSING-DATE
           START POSITION-MASTER KEY IS NOT LESS THAN AP-POSITION-KEY
               INVALID KEY SET END-OF-POSITIONS TO TRUE
           END-START
           PERFORM UNTIL END-OF-POSITIONS
               READ POSITION-MASTER NEXT
                   AT END SET END-OF-POSITIONS TO TRUE
                   NOT AT END
                       IF AP-ACCOUNT-NUMBER NOT = WS-ACCOUNT-WANTED
                               OR AP-PROCESSING-DATE > WS-TODAY
                           SET END-OF-POSITIONS TO TRUE
                       ELSE
                           MOVE AP-CLOSING-BALANCE
                               TO WS-BALANCE-FOUND
                       END-IF
               END-READ
           END-PERFORM.

      *> No active facility means the concentration account may not
      *> go below zero at all.
       7100-FETCH-FACILITY-LIMIT.
           MOVE 0 TO WS-FACILITY-LIMIT
           IF WS-FACILITY-OPEN
               MOVE WS-LNK-CONCENTRATION (WS-GROUP-START)
                   TO ODF-ACCOUNT-NUMBER
               READ FACILITY-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ODF-ACTIVE
                           MOVE ODF-APPROVED-LIMIT
                               TO WS-FACILITY-LIMIT
                       END-IF
               END-READ
           END-IF.
