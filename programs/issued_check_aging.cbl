      * CHKAGING - Outstanding issued-check aging and unclaimed-
      * property escheatment. Every check on the day's positive-pay
      * issue file is carried on the outstanding-check master until
      * PPMATCH's decision file shows it paid. The master is then aged
      * by check date: an item under an active stop, or one already
      * stopped at presentment, is left alone; an item still uncashed
      * at the stale-dating age gets one stale-dated notice to the
      * payee; an item uncashed for the dormancy period of the payee's
      * state - taken from the state at the end of PAYEE-ADDRESS,
      * ahead of any ZIP code, or the holder's own state when none
      * can be found - is presumed abandoned and moved from the
      * outstanding-check account to the unclaimed-property liability
      * with a GL journal pair. Every aged item lands on the holder
      * report by payee state, the way DORMANT reports dormant
      * deposit accounts.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKAGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "CHKAPRM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STATE-FILE ASSIGN TO "STATEDRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT ISSUE-FILE ASSIGN TO "PPISSUE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DECISION-FILE ASSIGN TO "PPDECIDE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT CHECK-MASTER ASSIGN TO "OCHKMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCK-CHECK-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT STOP-MASTER ASSIGN TO "STOPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPO-STOP-KEY
               FILE STATUS IS WS-STOP-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "CHKSTALE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HOLDER-FILE ASSIGN TO "CHKHLDR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "CHKUPGL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
           COPY check_aging_parm.
       FD  STATE-FILE.
           COPY state_dormancy_record.
       FD  ISSUE-FILE.
           COPY positive_pay_issue_record.
       FD  DECISION-FILE.
           COPY positive_pay_decision.
       FD  CHECK-MASTER.
           COPY outstanding_check_record.
       FD  STOP-MASTER.
           COPY stop_payment_record.
       FD  NOTICE-FILE.
           COPY stale_check_notice_line.
       FD  HOLDER-FILE.
           COPY unclaimed_check_line.
       FD  JOURNAL-FILE.
           COPY gl_journal_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-STATE-STATUS             PIC X(2).
       01  WS-DECISION-STATUS          PIC X(2).
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-STOP-STATUS              PIC X(2).
       01  WS-STOP-FILE                PIC X(1) VALUE 'N'.
           88  WS-STOP-OPEN            VALUE 'Y'.
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-STOP-STATE               PIC X(1).
           88  WS-STOP-HIT             VALUE 'Y'.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-STATE-INDEX              PIC 9(3) COMP.
       01  WS-STATE-COUNT              PIC 9(3) COMP VALUE 0.
       01  WS-STATE-TABLE.
           05  WS-STATE-ENTRY OCCURS 60 TIMES.
               10  WS-STT-STATE-CODE   PIC X(2).
               10  WS-STT-DORMANCY-YEARS PIC 9(2).
      * The payee state is scanned back from the end of the address:
      * past trailing spaces, past a ZIP or ZIP+4, past the comma or
      * spaces before it, to a two-letter code standing on its own.
      * The leading space stops every scan at position one.
       01  WS-SCAN-AREA.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-SCAN-ADDRESS         PIC X(60).
       01  WS-SCAN-POS                 PIC 9(3) COMP.
       01  WS-STATE-CANDIDATE          PIC X(2).
       01  WS-DORMANCY-YEARS           PIC 9(2).
       01  WS-AGE-BASE-DATE            PIC 9(8).
       01  WS-AGE-DAYS                 PIC S9(7).
       01  WS-AGE-YEARS                PIC 9(2).
       01  WS-COUNTS.
           05  WS-ISSUE-COUNT          PIC 9(9) VALUE 0.
           05  WS-LOADED-COUNT         PIC 9(9) VALUE 0.
           05  WS-PAID-COUNT           PIC 9(9) VALUE 0.
           05  WS-STOPPED-COUNT        PIC 9(9) VALUE 0.
           05  WS-STALE-COUNT          PIC 9(9) VALUE 0.
           05  WS-NOTICE-COUNT         PIC 9(9) VALUE 0.
           05  WS-ESCHEAT-COUNT        PIC 9(9) VALUE 0.
       01  WS-ESCHEAT-TOTAL            PIC S9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 0100-READ-AGING-PARM
           PERFORM 0200-LOAD-STATE-TABLE
           OPEN I-O CHECK-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               OPEN OUTPUT CHECK-MASTER
               CLOSE CHECK-MASTER
               OPEN I-O CHECK-MASTER
           END-IF
           OPEN INPUT STOP-MASTER
           IF WS-STOP-STATUS = "00"
               SET WS-STOP-OPEN TO TRUE
           END-IF
           PERFORM 1000-LOAD-ISSUES
           PERFORM 2000-APPLY-DECISIONS
           OPEN OUTPUT NOTICE-FILE HOLDER-FILE JOURNAL-FILE
           PERFORM 3000-AGE-OUTSTANDING
           CLOSE CHECK-MASTER NOTICE-FILE HOLDER-FILE JOURNAL-FILE
           IF WS-STOP-OPEN
               CLOSE STOP-MASTER
           END-IF
           DISPLAY "CHKAGING: ISSUES=" WS-ISSUE-COUNT
                   " LOADED=" WS-LOADED-COUNT
                   " PAID=" WS-PAID-COUNT
                   " STOPPED=" WS-STOPPED-COUNT
                   " STALE=" WS-STALE-COUNT
                   " NOTICES=" WS-NOTICE-COUNT
                   " ESCHEATED=" WS-ESCHEAT-COUNT
                   " AMOUNT=" WS-ESCHEAT-TOTAL
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

      * An empty parameter file stale-dates at 180 days and holds
      * unresolved payees to a three-year dormancy period.
       0100-READ-AGING-PARM.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   INITIALIZE CHECK-AGING-PARM
           END-READ
           CLOSE PARM-FILE
           IF CAP-STALE-DAYS = 0
               MOVE 180 TO CAP-STALE-DAYS
           END-IF
           IF CAP-DEFAULT-DORMANCY-YEARS = 0
               MOVE 3 TO CAP-DEFAULT-DORMANCY-YEARS
           END-IF.

       0200-LOAD-STATE-TABLE.
           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS = "00"
               PERFORM 0210-READ-STATE
               PERFORM UNTIL END-OF-FILE
                   IF WS-STATE-COUNT < 60
                       ADD 1 TO WS-STATE-COUNT
                       MOVE SDR-STATE-CODE
                           TO WS-STT-STATE-CODE (WS-STATE-COUNT)
                       MOVE SDR-DORMANCY-YEARS
                           TO WS-STT-DORMANCY-YEARS (WS-STATE-COUNT)
                   END-IF
                   PERFORM 0210-READ-STATE
               END-PERFORM
               CLOSE STATE-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       0210-READ-STATE.
           READ STATE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      * A check already on the master is not reloaded, so an issue
      * file carried across runs never resets an item's aging.
       1000-LOAD-ISSUES.
           OPEN INPUT ISSUE-FILE
           PERFORM 1100-READ-ISSUE
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-ISSUE-COUNT
               MOVE PPI-PAYOR-NAME   TO OCK-PAYOR-NAME
               MOVE PPI-CHECK-NUMBER TO OCK-CHECK-NUMBER
               READ CHECK-MASTER
                   INVALID KEY PERFORM 1200-ADD-CHECK
               END-READ
               PERFORM 1100-READ-ISSUE
           END-PERFORM
           CLOSE ISSUE-FILE
           MOVE 'N' TO WS-EOF.

       1100-READ-ISSUE.
           READ ISSUE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1200-ADD-CHECK.
           INITIALIZE OUTSTANDING-CHECK-RECORD
           MOVE PPI-PAYOR-NAME    TO OCK-PAYOR-NAME
           MOVE PPI-CHECK-NUMBER  TO OCK-CHECK-NUMBER
           MOVE PPI-CHECK-DATE    TO OCK-CHECK-DATE
           MOVE PPI-CHECK-AMOUNT  TO OCK-CHECK-AMOUNT
           MOVE PPI-PAYEE-NAME    TO OCK-PAYEE-NAME
           MOVE PPI-PAYEE-ADDRESS TO OCK-PAYEE-ADDRESS
           PERFORM 1300-RESOLVE-PAYEE-STATE
           SET OCK-OUTSTANDING TO TRUE
           MOVE WS-TODAY TO OCK-LOADED-DATE
           WRITE OUTSTANDING-CHECK-RECORD
           ADD 1 TO WS-LOADED-COUNT.

       1300-RESOLVE-PAYEE-STATE.
           MOVE SPACES TO WS-STATE-CANDIDATE
           MOVE PPI-PAYEE-ADDRESS TO WS-SCAN-ADDRESS
           MOVE 61 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-AREA (WS-SCAN-POS:1) NOT = SPACE
                   OR WS-SCAN-POS = 1
               SUBTRACT 1 FROM WS-SCAN-POS
           END-PERFORM
           PERFORM UNTIL WS-SCAN-AREA (WS-SCAN-POS:1) IS NOT NUMERIC
                   AND WS-SCAN-AREA (WS-SCAN-POS:1) NOT = '-'
               SUBTRACT 1 FROM WS-SCAN-POS
           END-PERFORM
           PERFORM UNTIL (WS-SCAN-AREA (WS-SCAN-POS:1) NOT = SPACE
                   AND WS-SCAN-AREA (WS-SCAN-POS:1) NOT = ',')
                   OR WS-SCAN-POS = 1
               SUBTRACT 1 FROM WS-SCAN-POS
           END-PERFORM
           IF WS-SCAN-POS > 2
               IF WS-SCAN-AREA (WS-SCAN-POS - 2:1) = SPACE
                   OR WS-SCAN-AREA (WS-SCAN-POS - 2:1) = ','
                   MOVE WS-SCAN-AREA (WS-SCAN-POS - 1:2)
                       TO WS-STATE-CANDIDATE
               END-IF
           END-IF
           IF WS-STATE-CANDIDATE IS NOT ALPHABETIC-UPPER
               OR WS-STATE-CANDIDATE (1:1) = SPACE
               MOVE SPACES TO WS-STATE-CANDIDATE
           END-IF
           MOVE 'N' TO WS-FOUND
           IF WS-STATE-CANDIDATE NOT = SPACES
               PERFORM VARYING WS-STATE-INDEX FROM 1 BY 1
                   UNTIL WS-STATE-INDEX > WS-STATE-COUNT
                       OR WS-ENTRY-FOUND
                   IF WS-STT-STATE-CODE (WS-STATE-INDEX) =
                           WS-STATE-CANDIDATE
                       SET WS-ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ENTRY-FOUND
               MOVE WS-STATE-CANDIDATE TO OCK-PAYEE-STATE
           ELSE
               MOVE CAP-HOLDER-STATE TO OCK-PAYEE-STATE
           END-IF.

      * Only a paid decision clears a check; a no-pay on an amount
      * mismatch leaves the genuine item outstanding, and a check
      * stopped at presentment is skipped through the stop master.
       2000-APPLY-DECISIONS.
           OPEN INPUT DECISION-FILE
           IF WS-DECISION-STATUS = "00"
               PERFORM 2100-READ-DECISION
               PERFORM UNTIL END-OF-FILE
                   IF PPD-PAY
                       PERFORM 2200-CLEAR-CHECK
                   END-IF
                   PERFORM 2100-READ-DECISION
               END-PERFORM
               CLOSE DECISION-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       2100-READ-DECISION.
           READ DECISION-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2200-CLEAR-CHECK.
           MOVE PPD-PAYOR-NAME   TO OCK-PAYOR-NAME
           MOVE PPD-CHECK-NUMBER TO OCK-CHECK-NUMBER
           READ CHECK-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF OCK-OUTSTANDING OR OCK-STALE-DATED
                       SET OCK-PRESENTED TO TRUE
                       MOVE PPD-PRESENTED-DATE TO OCK-PRESENTED-DATE
                       REWRITE OUTSTANDING-CHECK-RECORD
                       ADD 1 TO WS-PAID-COUNT
                   END-IF
           END-READ.

       3000-AGE-OUTSTANDING.
           MOVE LOW-VALUES TO OCK-CHECK-KEY
           START CHECK-MASTER KEY IS NOT LESS THAN OCK-CHECK-KEY
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           IF NOT END-OF-FILE
               PERFORM 3100-READ-NEXT-CHECK
           END-IF
           PERFORM UNTIL END-OF-FILE
               IF OCK-OUTSTANDING OR OCK-STALE-DATED
                   PERFORM 3200-CHECK-STOP-ORDER
                   IF WS-STOP-HIT
                       ADD 1 TO WS-STOPPED-COUNT
                   ELSE
                       PERFORM 3300-AGE-CHECK
                   END-IF
               END-IF
               PERFORM 3100-READ-NEXT-CHECK
           END-PERFORM.

       3100-READ-NEXT-CHECK.
           READ CHECK-MASTER NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      * A stop master that cannot be opened means no stops to honour;
      * an expired or released stop no longer holds the check back.
       3200-CHECK-STOP-ORDER.
           MOVE 'N' TO WS-STOP-STATE
           IF WS-STOP-OPEN
               MOVE OCK-PAYOR-NAME   TO SPO-PAYOR-NAME
               MOVE OCK-CHECK-NUMBER TO SPO-CHECK-NUMBER
               READ STOP-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SPO-EXECUTED
                           OR (SPO-ACTIVE
                               AND (SPO-EXPIRY-DATE = 0
                                   OR SPO-EXPIRY-DATE >= WS-TODAY))
                           SET WS-STOP-HIT TO TRUE
                       END-IF
               END-READ
           END-IF.

       3300-AGE-CHECK.
           IF OCK-CHECK-DATE = 0
               MOVE OCK-LOADED-DATE TO WS-AGE-BASE-DATE
           ELSE
               MOVE OCK-CHECK-DATE TO WS-AGE-BASE-DATE
           END-IF
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-TODAY) -
               FUNCTION INTEGER-OF-DATE (WS-AGE-BASE-DATE)
           IF WS-AGE-DAYS >= CAP-STALE-DAYS
               COMPUTE WS-AGE-YEARS = WS-AGE-DAYS / 365
               PERFORM 3400-FIND-DORMANCY-PERIOD
               IF WS-AGE-YEARS >= WS-DORMANCY-YEARS
                   PERFORM 5000-ESCHEAT-CHECK
                   SET UCL-BAND-UNCLAIMED TO TRUE
               ELSE
                   ADD 1 TO WS-STALE-COUNT
                   IF OCK-OUTSTANDING
                       PERFORM 4000-WRITE-STALE-NOTICE
                   END-IF
                   SET UCL-BAND-STALE TO TRUE
               END-IF
               PERFORM 6000-WRITE-HOLDER-LINE
           END-IF.

       3400-FIND-DORMANCY-PERIOD.
           MOVE CAP-DEFAULT-DORMANCY-YEARS TO WS-DORMANCY-YEARS
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-STATE-INDEX FROM 1 BY 1
               UNTIL WS-STATE-INDEX > WS-STATE-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-STT-STATE-CODE (WS-STATE-INDEX) =
                       OCK-PAYEE-STATE
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-STT-DORMANCY-YEARS (WS-STATE-INDEX)
                       TO WS-DORMANCY-YEARS
               END-IF
           END-PERFORM.

      * One notice per check: the item is marked stale-dated so later
      * runs carry it on the holder report without writing again.
       4000-WRITE-STALE-NOTICE.
           MOVE OCK-PAYOR-NAME    TO SCN-PAYOR-NAME
           MOVE OCK-CHECK-NUMBER  TO SCN-CHECK-NUMBER
           MOVE OCK-CHECK-DATE    TO SCN-CHECK-DATE
           MOVE OCK-CHECK-AMOUNT  TO SCN-CHECK-AMOUNT
           MOVE OCK-PAYEE-NAME    TO SCN-PAYEE-NAME
           MOVE OCK-PAYEE-ADDRESS TO SCN-PAYEE-ADDRESS
           MOVE WS-TODAY          TO SCN-NOTICE-DATE
           WRITE STALE-CHECK-NOTICE-LINE
           ADD 1 TO WS-NOTICE-COUNT
           SET OCK-STALE-DATED TO TRUE
           MOVE WS-TODAY TO OCK-STALE-NOTICE-DATE
           REWRITE OUTSTANDING-CHECK-RECORD.

      * The abandoned check leaves the outstanding-check account for
      * the unclaimed-property liability the state will be remitted
      * from.
       5000-ESCHEAT-CHECK.
           SET OCK-ESCHEATED TO TRUE
           MOVE WS-TODAY TO OCK-ESCHEAT-DATE
           REWRITE OUTSTANDING-CHECK-RECORD
           ADD 1 TO WS-ESCHEAT-COUNT
           ADD OCK-CHECK-AMOUNT TO WS-ESCHEAT-TOTAL
           MOVE WS-TODAY TO GLJ-JOURNAL-DATE
           MOVE "UCP" TO GLJ-TRANSACTION-TYPE
           MOVE 0 TO GLJ-BRANCH-CODE
           MOVE OCK-CHECK-NUMBER TO GLJ-SOURCE-TRANS-ID
           MOVE OCK-CHECK-AMOUNT TO GLJ-AMOUNT
           MOVE CAP-OUTSTANDING-GL-ACCOUNT TO GLJ-GL-ACCOUNT
           MOVE 'D' TO GLJ-DEBIT-CREDIT
           WRITE GL-JOURNAL-RECORD
           MOVE CAP-UNCLAIMED-GL-ACCOUNT TO GLJ-GL-ACCOUNT
           MOVE 'C' TO GLJ-DEBIT-CREDIT
           WRITE GL-JOURNAL-RECORD.

       6000-WRITE-HOLDER-LINE.
           MOVE OCK-PAYEE-STATE   TO UCL-PAYEE-STATE
           MOVE OCK-PAYOR-NAME    TO UCL-PAYOR-NAME
           MOVE OCK-CHECK-NUMBER  TO UCL-CHECK-NUMBER
           MOVE OCK-PAYEE-NAME    TO UCL-PAYEE-NAME
           MOVE OCK-CHECK-AMOUNT  TO UCL-CHECK-AMOUNT
           MOVE OCK-CHECK-DATE    TO UCL-CHECK-DATE
           MOVE WS-AGE-DAYS       TO UCL-AGE-DAYS
           MOVE WS-DORMANCY-YEARS TO UCL-DORMANCY-YEARS
           WRITE UNCLAIMED-CHECK-LINE.
