      *> FXRTLOAD - FX rate feed intake. Loads the rate vendor's daily
      *> file onto the FX rate history master ahead of FXCONV, FXREVAL
      *> and EXPLIMIT. Each vendor rate is set against the currency's
      *> prior rate in force: a move inside the currency's tolerance
      *> (FXTOLR, '***' the default) is accepted as delivered, a move
      *> outside it is held, and a rate that is zero or unreadable is
      *> refused. A held rate stays out of force until an approval
      *> transaction, requested by one user and approved by another,
      *> releases or rejects it; until then conversions fall back to
      *> the prior rate. Any currency the vendor sent no rate for
      *> today is carried forward at its prior rate on a stale row.
      *> FXRATES is then rebuilt from the rates in force over the
      *> conversion window, and the history master keeps every rate
      *> and decision so a past conversion can be re-derived.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXRTLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE ASSIGN TO "FXVENDOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.
           SELECT TOLERANCE-FILE ASSIGN TO "FXTOLR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOLERANCE-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "FXRAPPR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT HISTORY-MASTER ASSIGN TO "FXRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXH-RATE-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "FXEXCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "FXAPREJ"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-FILE.
           COPY fx_rate_record
               REPLACING ==FX-RATE-RECORD== BY ==FX-VENDOR-RECORD==
                         LEADING ==FXR== BY ==FXV==.
       FD  TOLERANCE-FILE.
           COPY fx_tolerance_record.
       FD  APPROVAL-FILE.
           COPY fx_rate_approval_transaction.
       FD  HISTORY-MASTER.
           COPY fx_rate_history_record.
       FD  RATE-FILE.
           COPY fx_rate_record.
       FD  EXCEPTION-FILE.
           COPY fx_rate_exception_line.
       FD  REJECT-FILE.
           COPY fx_rate_approval_transaction
               REPLACING ==FX-RATE-APPROVAL-TRANSACTION== BY
                         ==FX-RATE-APPROVAL-REJECT==
                         LEADING ==FXA== BY ==FXX==.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-VENDOR-STATUS            PIC X(2).
       01  WS-TOLERANCE-STATUS         PIC X(2).
       01  WS-APPROVAL-STATUS          PIC X(2).
       01  WS-HISTORY-STATUS           PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
      *> FXCONV converts late-arriving activity at the rate of its own
      *> business day, so FXRATES carries this many days of rates.
       01  WS-RATE-WINDOW-DAYS         PIC 9(3) VALUE 31.
       01  WS-WINDOW-START             PIC 9(8).
       01  WS-DEFAULT-TOLERANCE        PIC 9(3)V99 VALUE 5.00.
       01  WS-RECORD-STATE             PIC X(1).
           88  WS-ROW-EXISTS           VALUE 'Y'.
       01  WS-EDIT-STATE               PIC X(1).
           88  WS-EDIT-PASSED          VALUE 'Y'.
       01  WS-LOOKUP-STATE             PIC X(1).
           88  WS-LOOKUP-SEARCHING     VALUE 'C'.
           88  WS-PRIOR-FOUND          VALUE 'F'.
           88  WS-NO-PRIOR             VALUE 'N'.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-INCOMING.
           05  WS-IN-CURRENCY          PIC X(3).
           05  WS-IN-RATE-DATE         PIC 9(8).
           05  WS-IN-RATE              PIC 9(3)V9(6).
       01  WS-PRIOR-RATE               PIC 9(3)V9(6).
       01  WS-PRIOR-RATE-DATE          PIC 9(8).
       01  WS-TOLERANCE                PIC 9(3)V99.
       01  WS-MOVE-PCT                 PIC S9(9)V99.
       01  WS-TOL-INDEX                PIC 9(4) COMP.
       01  WS-TOL-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-TOL-TABLE.
           05  WS-TOL-ENTRY OCCURS 500 TIMES.
               10  WS-TOL-CURRENCY     PIC X(3).
               10  WS-TOL-PCT          PIC 9(3)V99.
      *> Per currency on the history master: the latest rate in force
      *> before today, and whether today already has a row.
       01  WS-CCY-INDEX                PIC 9(4) COMP.
       01  WS-CCY-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 500 TIMES.
               10  WS-CCY-CODE         PIC X(3).
               10  WS-CCY-LAST-RATE    PIC 9(3)V9(6).
               10  WS-CCY-LAST-DATE    PIC 9(8).
               10  WS-CCY-TODAY-ROW    PIC X(1).
       01  WS-COUNTS.
           05  WS-VENDOR-COUNT         PIC 9(7) VALUE 0.
           05  WS-ACCEPTED-COUNT       PIC 9(7) VALUE 0.
           05  WS-HELD-COUNT           PIC 9(7) VALUE 0.
           05  WS-UNUSABLE-COUNT       PIC 9(7) VALUE 0.
           05  WS-DECIDED-COUNT        PIC 9(7) VALUE 0.
           05  WS-STALE-COUNT          PIC 9(7) VALUE 0.
           05  WS-RELEASED-COUNT       PIC 9(7) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(7) VALUE 0.
           05  WS-REFUSED-COUNT        PIC 9(7) VALUE 0.
           05  WS-RATES-OUT-COUNT      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY)
                   - WS-RATE-WINDOW-DAYS)
           PERFORM 1000-LOAD-TOLERANCES
           OPEN I-O HISTORY-MASTER
           IF WS-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-MASTER
               CLOSE HISTORY-MASTER
               OPEN I-O HISTORY-MASTER
           END-IF
           OPEN OUTPUT EXCEPTION-FILE REJECT-FILE
           PERFORM 2000-APPLY-APPROVALS
           PERFORM 3000-LOAD-VENDOR-RATES
           PERFORM 4000-CARRY-STALE-RATES
           OPEN OUTPUT RATE-FILE
           PERFORM 5000-REBUILD-RATE-FILE
           CLOSE HISTORY-MASTER RATE-FILE EXCEPTION-FILE REJECT-FILE
           DISPLAY "FXRTLOAD: VENDOR=" WS-VENDOR-COUNT
                   " ACCEPTED=" WS-ACCEPTED-COUNT
                   " HELD=" WS-HELD-COUNT
                   " UNUSABLE=" WS-UNUSABLE-COUNT
                   " ALREADY-DECIDED=" WS-DECIDED-COUNT
                   " STALE=" WS-STALE-COUNT
                   " RELEASED=" WS-RELEASED-COUNT
                   " REJECTED=" WS-REJECTED-COUNT
                   " REFUSED=" WS-REFUSED-COUNT
                   " RATES-OUT=" WS-RATES-OUT-COUNT
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

       1000-LOAD-TOLERANCES.
           OPEN INPUT TOLERANCE-FILE
           IF WS-TOLERANCE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ TOLERANCE-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF FXT-CURRENCY-CODE = '***'
                               MOVE FXT-TOLERANCE-PCT
                                   TO WS-DEFAULT-TOLERANCE
                           ELSE
                               IF WS-TOL-COUNT < 500
                                   ADD 1 TO WS-TOL-COUNT
                                   MOVE FXT-CURRENCY-CODE
                                       TO WS-TOL-CURRENCY
                                          (WS-TOL-COUNT)
                                   MOVE FXT-TOLERANCE-PCT
                                       TO WS-TOL-PCT (WS-TOL-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOLERANCE-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

      *> Decisions on rates held by earlier runs go first, so a rate
      *> released this morning is in force for today's conversions.
      *> Only a held rate can be decided, and the approver may not be
      *> the requester: releasing a rate is a dual-control action.
       2000-APPLY-APPROVALS.
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ APPROVAL-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 2100-APPLY-DECISION
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       2100-APPLY-DECISION.
           MOVE 'N' TO WS-RECORD-STATE
           MOVE FXA-CURRENCY-CODE TO FXH-CURRENCY-CODE
           MOVE FXA-RATE-DATE     TO FXH-RATE-DATE
           READ HISTORY-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ROW-EXISTS TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-ROW-EXISTS
                   PERFORM 9000-WRITE-REJECT
               WHEN NOT FXH-HELD
                   PERFORM 9000-WRITE-REJECT
               WHEN FXA-REQUESTED-BY = SPACES
                       OR FXA-APPROVED-BY = SPACES
                       OR FXA-APPROVED-BY = FXA-REQUESTED-BY
                   PERFORM 9000-WRITE-REJECT
               WHEN FXA-RELEASE
                   SET FXH-RELEASED TO TRUE
                   PERFORM 2200-RECORD-DECISION
                   SET FXE-RELEASED TO TRUE
                   ADD 1 TO WS-RELEASED-COUNT
                   PERFORM 2300-WRITE-DECISION-LINE
               WHEN FXA-REJECT
                   SET FXH-REJECTED TO TRUE
                   PERFORM 2200-RECORD-DECISION
                   SET FXE-REJECTED TO TRUE
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM 2300-WRITE-DECISION-LINE
               WHEN OTHER
                   PERFORM 9000-WRITE-REJECT
           END-EVALUATE.

       2200-RECORD-DECISION.
           MOVE FXA-REQUESTED-BY TO FXH-REQUESTED-BY
           MOVE FXA-APPROVED-BY  TO FXH-APPROVED-BY
           MOVE WS-TODAY         TO FXH-DECIDED-DATE
           REWRITE FX-RATE-HISTORY-RECORD.

       2300-WRITE-DECISION-LINE.
           MOVE WS-TODAY            TO FXE-RUN-DATE
           MOVE FXH-CURRENCY-CODE   TO FXE-CURRENCY-CODE
           MOVE FXH-RATE-DATE       TO FXE-RATE-DATE
           MOVE FXH-USD-RATE        TO FXE-USD-RATE
           MOVE FXH-PRIOR-RATE      TO FXE-PRIOR-RATE
           MOVE FXH-PRIOR-RATE-DATE TO FXE-PRIOR-RATE-DATE
           MOVE FXH-MOVE-PCT        TO FXE-MOVE-PCT
           MOVE FXH-TOLERANCE-PCT   TO FXE-TOLERANCE-PCT
           MOVE FXA-APPROVED-BY     TO FXE-OPERATOR-ID
           WRITE FX-RATE-EXCEPTION-LINE.

       3000-LOAD-VENDOR-RATES.
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ VENDOR-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-VENDOR-COUNT
                           PERFORM 3100-TAKE-VENDOR-RATE
                   END-READ
               END-PERFORM
               CLOSE VENDOR-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

      *> A redelivered rate replaces the day's accepted, held or stale
      *> row; a row a second person has already decided stands.
       3100-TAKE-VENDOR-RATE.
           MOVE 'Y' TO WS-EDIT-STATE
           IF FXV-CURRENCY-CODE = SPACES
                   OR FXV-RATE-DATE IS NOT NUMERIC
                   OR FXV-RATE-DATE = 0
                   OR FXV-USD-RATE IS NOT NUMERIC
               MOVE 'N' TO WS-EDIT-STATE
           ELSE
               IF FXV-USD-RATE = 0
                   MOVE 'N' TO WS-EDIT-STATE
               END-IF
           END-IF
           IF NOT WS-EDIT-PASSED
               INITIALIZE FX-RATE-EXCEPTION-LINE
               MOVE WS-TODAY TO FXE-RUN-DATE
               MOVE FXV-CURRENCY-CODE TO FXE-CURRENCY-CODE
               IF FXV-RATE-DATE IS NUMERIC
                   MOVE FXV-RATE-DATE TO FXE-RATE-DATE
               END-IF
               SET FXE-UNUSABLE TO TRUE
               WRITE FX-RATE-EXCEPTION-LINE
               ADD 1 TO WS-UNUSABLE-COUNT
           ELSE
               MOVE FXV-CURRENCY-CODE TO WS-IN-CURRENCY
               MOVE FXV-RATE-DATE     TO WS-IN-RATE-DATE
               MOVE FXV-USD-RATE      TO WS-IN-RATE
               MOVE 'N' TO WS-RECORD-STATE
               MOVE WS-IN-CURRENCY  TO FXH-CURRENCY-CODE
               MOVE WS-IN-RATE-DATE TO FXH-RATE-DATE
               READ HISTORY-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-ROW-EXISTS TO TRUE
               END-READ
               IF WS-ROW-EXISTS
                       AND (FXH-RELEASED OR FXH-REJECTED)
                   ADD 1 TO WS-DECIDED-COUNT
               ELSE
                   PERFORM 3200-FIND-PRIOR-RATE
                   PERFORM 3300-JUDGE-TOLERANCE
                   PERFORM 3400-STORE-VENDOR-RATE
               END-IF
           END-IF.

      *> The prior rate is the latest one in force before the vendor
      *> rate's own date - normally the prior business day's.
       3200-FIND-PRIOR-RATE.
           MOVE 0 TO WS-PRIOR-RATE WS-PRIOR-RATE-DATE
           SET WS-LOOKUP-SEARCHING TO TRUE
           MOVE WS-IN-CURRENCY  TO FXH-CURRENCY-CODE
           MOVE WS-IN-RATE-DATE TO FXH-RATE-DATE
           START HISTORY-MASTER
               KEY IS LESS THAN FXH-RATE-KEY
               INVALID KEY SET WS-NO-PRIOR TO TRUE
           END-START
           PERFORM UNTIL NOT WS-LOOKUP-SEARCHING
               READ HISTORY-MASTER PREVIOUS
                   AT END SET WS-NO-PRIOR TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN FXH-CURRENCY-CODE NOT = WS-IN-CURRENCY
                               SET WS-NO-PRIOR TO TRUE
                           WHEN FXH-RATE-IN-FORCE
                               SET WS-PRIOR-FOUND TO TRUE
                               MOVE FXH-USD-RATE TO WS-PRIOR-RATE
                               MOVE FXH-RATE-DATE
                                   TO WS-PRIOR-RATE-DATE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

      *> A currency's first rate has nothing to move from and is
      *> taken as delivered.
       3300-JUDGE-TOLERANCE.
           MOVE WS-DEFAULT-TOLERANCE TO WS-TOLERANCE
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-TOL-INDEX FROM 1 BY 1
               UNTIL WS-TOL-INDEX > WS-TOL-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-TOL-CURRENCY (WS-TOL-INDEX) = WS-IN-CURRENCY
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-TOL-PCT (WS-TOL-INDEX) TO WS-TOLERANCE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-MOVE-PCT
           IF WS-PRIOR-FOUND
               COMPUTE WS-MOVE-PCT ROUNDED =
                   (WS-IN-RATE - WS-PRIOR-RATE) * 100 / WS-PRIOR-RATE
               IF WS-MOVE-PCT < 0
                   COMPUTE WS-MOVE-PCT = 0 - WS-MOVE-PCT
               END-IF
               IF WS-MOVE-PCT > 99999.99
                   MOVE 99999.99 TO WS-MOVE-PCT
               END-IF
           END-IF.

       3400-STORE-VENDOR-RATE.
           INITIALIZE FX-RATE-HISTORY-RECORD
           MOVE WS-IN-CURRENCY     TO FXH-CURRENCY-CODE
           MOVE WS-IN-RATE-DATE    TO FXH-RATE-DATE
           MOVE WS-IN-RATE         TO FXH-USD-RATE
           MOVE WS-PRIOR-RATE      TO FXH-PRIOR-RATE
           MOVE WS-PRIOR-RATE-DATE TO FXH-PRIOR-RATE-DATE
           MOVE WS-MOVE-PCT        TO FXH-MOVE-PCT
           MOVE WS-TOLERANCE       TO FXH-TOLERANCE-PCT
           MOVE WS-TODAY           TO FXH-LOADED-DATE
           IF WS-MOVE-PCT > WS-TOLERANCE
               SET FXH-HELD TO TRUE
               ADD 1 TO WS-HELD-COUNT
               INITIALIZE FX-RATE-EXCEPTION-LINE
               MOVE WS-TODAY            TO FXE-RUN-DATE
               MOVE FXH-CURRENCY-CODE   TO FXE-CURRENCY-CODE
               MOVE FXH-RATE-DATE       TO FXE-RATE-DATE
               SET FXE-HELD TO TRUE
               MOVE FXH-USD-RATE        TO FXE-USD-RATE
               MOVE FXH-PRIOR-RATE      TO FXE-PRIOR-RATE
               MOVE FXH-PRIOR-RATE-DATE TO FXE-PRIOR-RATE-DATE
               MOVE FXH-MOVE-PCT        TO FXE-MOVE-PCT
               MOVE FXH-TOLERANCE-PCT   TO FXE-TOLERANCE-PCT
               WRITE FX-RATE-EXCEPTION-LINE
           ELSE
               SET FXH-ACCEPTED TO TRUE
               ADD 1 TO WS-ACCEPTED-COUNT
           END-IF
           IF WS-ROW-EXISTS
               REWRITE FX-RATE-HISTORY-RECORD
           ELSE
               WRITE FX-RATE-HISTORY-RECORD
           END-IF.

      *> Any currency on file without a row for today is carried
      *> forward at its latest rate in force, marked stale. A held or
      *> rejected rate today is a row, so conversions fall back to the
      *> prior rate on their own without a stale row in the way of a
      *> later release.
       4000-CARRY-STALE-RATES.
           MOVE LOW-VALUES TO FXH-RATE-KEY
           START HISTORY-MASTER
               KEY IS NOT LESS THAN FXH-RATE-KEY
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE
               READ HISTORY-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 4100-NOTE-CURRENCY
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           PERFORM VARYING WS-CCY-INDEX FROM 1 BY 1
               UNTIL WS-CCY-INDEX > WS-CCY-COUNT
               IF WS-CCY-TODAY-ROW (WS-CCY-INDEX) = 'N'
                       AND WS-CCY-LAST-DATE (WS-CCY-INDEX) NOT = 0
                   PERFORM 4200-WRITE-STALE-ROW
               END-IF
           END-PERFORM.

       4100-NOTE-CURRENCY.
           MOVE 'Y' TO WS-FOUND
           IF WS-CCY-COUNT = 0
               MOVE 'N' TO WS-FOUND
           ELSE
               IF WS-CCY-CODE (WS-CCY-COUNT) NOT = FXH-CURRENCY-CODE
                   MOVE 'N' TO WS-FOUND
               END-IF
           END-IF
           IF NOT WS-ENTRY-FOUND
               IF WS-CCY-COUNT < 500
                   ADD 1 TO WS-CCY-COUNT
                   MOVE FXH-CURRENCY-CODE TO WS-CCY-CODE (WS-CCY-COUNT)
                   MOVE 0 TO WS-CCY-LAST-RATE (WS-CCY-COUNT)
                             WS-CCY-LAST-DATE (WS-CCY-COUNT)
                   MOVE 'N' TO WS-CCY-TODAY-ROW (WS-CCY-COUNT)
               END-IF
           END-IF
           IF WS-CCY-COUNT > 0
                   AND WS-CCY-CODE (WS-CCY-COUNT) = FXH-CURRENCY-CODE
               IF FXH-RATE-DATE = WS-TODAY
                   MOVE 'Y' TO WS-CCY-TODAY-ROW (WS-CCY-COUNT)
               END-IF
               IF FXH-RATE-DATE < WS-TODAY AND FXH-RATE-IN-FORCE
                   MOVE FXH-USD-RATE
                       TO WS-CCY-LAST-RATE (WS-CCY-COUNT)
                   MOVE FXH-RATE-DATE
                       TO WS-CCY-LAST-DATE (WS-CCY-COUNT)
               END-IF
           END-IF.

       4200-WRITE-STALE-ROW.
           INITIALIZE FX-RATE-HISTORY-RECORD
           MOVE WS-CCY-CODE (WS-CCY-INDEX) TO FXH-CURRENCY-CODE
           MOVE WS-TODAY TO FXH-RATE-DATE
           MOVE WS-CCY-LAST-RATE (WS-CCY-INDEX) TO FXH-USD-RATE
                                                   FXH-PRIOR-RATE
           MOVE WS-CCY-LAST-DATE (WS-CCY-INDEX) TO FXH-PRIOR-RATE-DATE
           SET FXH-STALE TO TRUE
           MOVE WS-TODAY TO FXH-LOADED-DATE
           WRITE FX-RATE-HISTORY-RECORD
           ADD 1 TO WS-STALE-COUNT
           INITIALIZE FX-RATE-EXCEPTION-LINE
           MOVE WS-TODAY            TO FXE-RUN-DATE
           MOVE FXH-CURRENCY-CODE   TO FXE-CURRENCY-CODE
           MOVE FXH-RATE-DATE       TO FXE-RATE-DATE
           SET FXE-STALE TO TRUE
           MOVE FXH-USD-RATE        TO FXE-USD-RATE
           MOVE FXH-PRIOR-RATE      TO FXE-PRIOR-RATE
           MOVE FXH-PRIOR-RATE-DATE TO FXE-PRIOR-RATE-DATE
           WRITE FX-RATE-EXCEPTION-LINE.

       5000-REBUILD-RATE-FILE.
           MOVE LOW-VALUES TO FXH-RATE-KEY
           START HISTORY-MASTER
               KEY IS NOT LESS THAN FXH-RATE-KEY
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE
               READ HISTORY-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FXH-RATE-IN-FORCE
                               AND FXH-RATE-DATE >= WS-WINDOW-START
                           MOVE FXH-CURRENCY-CODE TO FXR-CURRENCY-CODE
                           MOVE FXH-RATE-DATE     TO FXR-RATE-DATE
                           MOVE FXH-USD-RATE      TO FXR-USD-RATE
                           WRITE FX-RATE-RECORD
                           ADD 1 TO WS-RATES-OUT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF.

       9000-WRITE-REJECT.
           MOVE FX-RATE-APPROVAL-TRANSACTION TO FX-RATE-APPROVAL-REJECT
           WRITE FX-RATE-APPROVAL-REJECT
           ADD 1 TO WS-REFUSED-COUNT.
