      * downstream the way SEQCTRL's restart does. Every override
      * demands an operator identity and reason and lands on the
      * same decision log SEQCTRL writes, so RUNCTRL never gets
      * hand-edited again. A projection request calls CRITPATH for
      * the batch-window critical path against the job deadlines.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERCONS.

               10  WS-STA-READ         PIC 9(9).
               10  WS-STA-WRITTEN      PIC 9(9).
               10  WS-STA-REJECTED     PIC 9(9).
           COPY critical_path_request.
       01  WS-COUNTS.
           05  WS-REQUEST-COUNT        PIC 9(7) VALUE 0.
           05  WS-INQUIRY-COUNT        PIC 9(7) VALUE 0.
           05  WS-OVERRIDE-COUNT       PIC 9(7) VALUE 0.
           05  WS-REFUSED-COUNT        PIC 9(7) VALUE 0.
           05  WS-PROJECTION-COUNT     PIC 9(7) VALUE 0.
           05  WS-LATE-COUNT           PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
                   " INQUIRIES=" WS-INQUIRY-COUNT
                   " OVERRIDES=" WS-OVERRIDE-COUNT
                   " REFUSED=" WS-REFUSED-COUNT
           DISPLAY "OPERCONS: PROJECTIONS=" WS-PROJECTION-COUNT
                   " LATE-DEADLINES=" WS-LATE-COUNT
           GOBACK.

      * Every run processes the run-control business date; the
               WHEN OPQ-INQUIRE-ALL
                   ADD 1 TO WS-INQUIRY-COUNT
                   PERFORM 4500-INQUIRE-ALL-JOBS
               WHEN OPQ-PROJECT-WINDOW
                   ADD 1 TO WS-INQUIRY-COUNT
                   PERFORM 7000-PROJECT-WINDOW
               WHEN OPQ-OPERATOR-ID = SPACES
                       OR OPQ-REASON = SPACES
                   MOVE 'NO OPERATOR/REASON' TO SDL-REASON
                   TO WS-RESET-JOB (WS-RESET-COUNT)
           END-IF.

      * CRITPATH reads the status master itself, so the console
      * lets go of it across the call. A request without a
      * timestamp projects from the clock.
       7000-PROJECT-WINDOW.
           MOVE WS-BUSINESS-DATE TO CPR-BUSINESS-DATE
           MOVE OPQ-TIMESTAMP TO CPR-AS-OF-TS
           IF OPQ-TIMESTAMP = 0
               MOVE FUNCTION CURRENT-DATE (1:14) TO CPR-AS-OF-TS
           END-IF
           MOVE OPQ-JOB-NAME TO CPR-DEADLINE-JOB
           CLOSE STATUS-MASTER
           CALL "CRITPATH" USING CRITICAL-PATH-REQUEST
           END-CALL
           OPEN I-O STATUS-MASTER
           ADD 1 TO WS-PROJECTION-COUNT
           ADD CPR-LATE-COUNT TO WS-LATE-COUNT.

       9000-LOG-OVERRIDE.
           SET SDL-ALLOWED TO TRUE
           ADD 1 TO WS-OVERRIDE-COUNT
