      *> LINTRACE - Transaction lineage tracer. For each disputed
      *> TRANSACTION-ID on the trace request file, prints the path
      *> the transaction took through the chain from the lineage
      *> events LINEVENT recorded: the feed FEEDMRG took it from and
      *> any duplicate copies shunted, what TRANEDIT and FXCONV did
      *> to it, the partition TRANSPLT sent it to, the position
      *> ACCTPOS posted it to and the GL lines GLJRNL rolled it into,
      *> generation by generation. A stage the transaction should
      *> have reached - the stage feeding it passed the transaction
      *> on - with no event of its own is printed as a break; a
      *> stage that refused it ends the path there. The month-end
      *> journal is shown as awaited, not broken, while the month
      *> the transaction posted in is still open.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINTRACE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "LINTRREQ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LINEAGE-FILE ASSIGN TO "LINEAGE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LINEAGE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LINTRRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
           COPY lineage_trace_request.
       FD  LINEAGE-FILE.
           COPY lineage_event_record.
       FD  REPORT-FILE.
           COPY lineage_trace_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-LINEAGE-STATUS           PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
      *> The chain in order: each stage's program, the stage code it
      *> records when it passes a transaction on, the code it
      *> records when it refuses one, and the stage whose output it
      *> reads (TRANSPLT cuts the edited feed, not the converted one).
       01  WS-STAGE-VALUES.
           05  FILLER                  PIC X(17) VALUE
               'FEEDMRG MRGD    0'.
           05  FILLER                  PIC X(17) VALUE
               'TRANEDITEDITEREJ1'.
           05  FILLER                  PIC X(17) VALUE
               'FXCONV  CONVFXRJ2'.
           05  FILLER                  PIC X(17) VALUE
               'TRANSPLTSPLT    2'.
           05  FILLER                  PIC X(17) VALUE
               'ACCTPOS POST    3'.
           05  FILLER                  PIC X(17) VALUE
               'GLJRNL  JRNLJUNM5'.
       01  WS-STAGE-TABLE REDEFINES WS-STAGE-VALUES.
           05  WS-STAGE-ENTRY OCCURS 6 TIMES.
               10  WS-STG-PROGRAM      PIC X(8).
               10  WS-STG-PASS-CODE    PIC X(4).
               10  WS-STG-STOP-CODE    PIC X(4).
               10  WS-STG-FEEDER       PIC 9(1).
      *> What the current transaction's events say of each stage.
       01  WS-STAGE-RESULTS.
           05  WS-STAGE-RESULT OCCURS 6 TIMES.
               10  WS-STG-PASSED       PIC X(1).
               10  WS-STG-STOPPED      PIC X(1).
       01  WS-STAGE-INDEX              PIC 9(1) COMP.
       01  WS-FEEDER-INDEX             PIC 9(1) COMP.
       01  WS-STAGE-STATE              PIC X(1).
           88  WS-STAGE-REACHED        VALUE 'Y'.
       01  WS-ENDED-AT                 PIC X(8).
       01  WS-LAST-POST-DATE           PIC 9(8).
       01  WS-TRACE-EVENTS             PIC 9(5).
       01  WS-TRACE-BREAKS             PIC 9(3).
       01  WS-TRACE-AWAITING           PIC X(1).
           88  WS-JOURNAL-AWAITED      VALUE 'Y'.
       01  WS-REQ-INDEX                PIC 9(4) COMP.
       01  WS-REQ-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-REQUEST-TABLE.
           05  WS-REQ-ENTRY OCCURS 500 TIMES.
               10  WS-REQ-TRANS-ID     PIC 9(12).
       01  WS-EVT-INDEX                PIC 9(5) COMP.
       01  WS-EVT-COUNT                PIC 9(5) COMP VALUE 0.
      *> Only the events of the requested transactions are kept, in
      *> the order they were recorded.
       01  WS-EVENT-TABLE.
           05  WS-EVT-ENTRY OCCURS 20000 TIMES.
               10  WS-EVT-TRANS-ID     PIC 9(12).
               10  WS-EVT-STAGE        PIC X(4).
               10  WS-EVT-PROGRAM      PIC X(8).
               10  WS-EVT-RUN-DATE     PIC 9(8).
               10  WS-EVT-GENERATION   PIC 9(3).
               10  WS-EVT-BEFORE       PIC S9(13)V99.
               10  WS-EVT-AFTER        PIC S9(13)V99.
               10  WS-EVT-DETAIL       PIC X(40).
       01  WS-COUNTS.
           05  WS-TRACED-COUNT         PIC 9(5) VALUE 0.
           05  WS-COMPLETE-COUNT       PIC 9(5) VALUE 0.
           05  WS-BROKEN-COUNT         PIC 9(5) VALUE 0.
           05  WS-NOT-FOUND-COUNT      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 1000-LOAD-REQUESTS
           PERFORM 1500-LOAD-EVENTS
           OPEN OUTPUT REPORT-FILE
           PERFORM VARYING WS-REQ-INDEX FROM 1 BY 1
               UNTIL WS-REQ-INDEX > WS-REQ-COUNT
               PERFORM 2000-TRACE-TRANSACTION
           END-PERFORM
           CLOSE REPORT-FILE
           DISPLAY "LINTRACE: TRACED=" WS-TRACED-COUNT
                   " COMPLETE=" WS-COMPLETE-COUNT
                   " BROKEN=" WS-BROKEN-COUNT
                   " NOT-FOUND=" WS-NOT-FOUND-COUNT
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

       1000-LOAD-REQUESTS.
           OPEN INPUT REQUEST-FILE
           PERFORM UNTIL END-OF-FILE
               READ REQUEST-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-REQ-COUNT < 500
                           ADD 1 TO WS-REQ-COUNT
                           MOVE LTQ-TRANSACTION-ID
                               TO WS-REQ-TRANS-ID (WS-REQ-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE
           MOVE 'N' TO WS-EOF.

      *> No lineage file yet simply leaves every request untraced.
       1500-LOAD-EVENTS.
           OPEN INPUT LINEAGE-FILE
           IF WS-LINEAGE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ LINEAGE-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 1600-KEEP-IF-REQUESTED
                   END-READ
               END-PERFORM
               CLOSE LINEAGE-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       1600-KEEP-IF-REQUESTED.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-REQ-INDEX FROM 1 BY 1
               UNTIL WS-REQ-INDEX > WS-REQ-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-REQ-TRANS-ID (WS-REQ-INDEX) = LNE-TRANSACTION-ID
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND AND WS-EVT-COUNT < 20000
               ADD 1 TO WS-EVT-COUNT
               MOVE LNE-TRANSACTION-ID
                   TO WS-EVT-TRANS-ID (WS-EVT-COUNT)
               MOVE LNE-STAGE TO WS-EVT-STAGE (WS-EVT-COUNT)
               MOVE LNE-PROGRAM TO WS-EVT-PROGRAM (WS-EVT-COUNT)
               MOVE LNE-RUN-DATE TO WS-EVT-RUN-DATE (WS-EVT-COUNT)
               MOVE LNE-GENERATION
                   TO WS-EVT-GENERATION (WS-EVT-COUNT)
               MOVE LNE-BEFORE-AMOUNT TO WS-EVT-BEFORE (WS-EVT-COUNT)
               MOVE LNE-AFTER-AMOUNT TO WS-EVT-AFTER (WS-EVT-COUNT)
               MOVE LNE-DETAIL TO WS-EVT-DETAIL (WS-EVT-COUNT)
           END-IF.

       2000-TRACE-TRANSACTION.
           ADD 1 TO WS-TRACED-COUNT
           MOVE 0 TO WS-TRACE-EVENTS WS-TRACE-BREAKS
           MOVE 0 TO WS-LAST-POST-DATE
           MOVE 'N' TO WS-TRACE-AWAITING
           MOVE SPACES TO WS-ENDED-AT
           PERFORM VARYING WS-STAGE-INDEX FROM 1 BY 1
               UNTIL WS-STAGE-INDEX > 6
               MOVE 'N' TO WS-STG-PASSED (WS-STAGE-INDEX)
               MOVE 'N' TO WS-STG-STOPPED (WS-STAGE-INDEX)
           END-PERFORM
           PERFORM VARYING WS-STAGE-INDEX FROM 1 BY 1
               UNTIL WS-STAGE-INDEX > 6
               PERFORM 2100-PRINT-STAGE-EVENTS
               PERFORM 2200-CHECK-STAGE-REACHED
           END-PERFORM
           PERFORM 2900-WRITE-SUMMARY.

       2100-PRINT-STAGE-EVENTS.
           PERFORM VARYING WS-EVT-INDEX FROM 1 BY 1
               UNTIL WS-EVT-INDEX > WS-EVT-COUNT
               IF WS-EVT-TRANS-ID (WS-EVT-INDEX)
                       = WS-REQ-TRANS-ID (WS-REQ-INDEX)
                   AND WS-EVT-PROGRAM (WS-EVT-INDEX)
                       = WS-STG-PROGRAM (WS-STAGE-INDEX)
                   PERFORM 2150-WRITE-EVENT-LINE
               END-IF
           END-PERFORM.

       2150-WRITE-EVENT-LINE.
           ADD 1 TO WS-TRACE-EVENTS
           IF WS-EVT-STAGE (WS-EVT-INDEX)
                   = WS-STG-PASS-CODE (WS-STAGE-INDEX)
               MOVE 'Y' TO WS-STG-PASSED (WS-STAGE-INDEX)
           END-IF
           IF WS-EVT-STAGE (WS-EVT-INDEX)
                   = WS-STG-STOP-CODE (WS-STAGE-INDEX)
               MOVE 'Y' TO WS-STG-STOPPED (WS-STAGE-INDEX)
           END-IF
           IF WS-EVT-STAGE (WS-EVT-INDEX) = "POST"
               AND WS-EVT-RUN-DATE (WS-EVT-INDEX) > WS-LAST-POST-DATE
               MOVE WS-EVT-RUN-DATE (WS-EVT-INDEX)
                   TO WS-LAST-POST-DATE
           END-IF
           INITIALIZE LINEAGE-TRACE-LINE
           MOVE WS-REQ-TRANS-ID (WS-REQ-INDEX) TO LTL-TRANSACTION-ID
           SET LTL-EVENT-LINE TO TRUE
           MOVE WS-EVT-STAGE (WS-EVT-INDEX) TO LTL-STAGE
           MOVE WS-EVT-PROGRAM (WS-EVT-INDEX) TO LTL-PROGRAM
           MOVE WS-EVT-RUN-DATE (WS-EVT-INDEX) TO LTL-RUN-DATE
           MOVE WS-EVT-GENERATION (WS-EVT-INDEX) TO LTL-GENERATION
           MOVE WS-EVT-BEFORE (WS-EVT-INDEX) TO LTL-BEFORE-AMOUNT
           MOVE WS-EVT-AFTER (WS-EVT-INDEX) TO LTL-AFTER-AMOUNT
           MOVE WS-EVT-DETAIL (WS-EVT-INDEX) TO LTL-DETAIL
           WRITE LINEAGE-TRACE-LINE.

      *> A stage is owed an event once the stage it reads from has
      *> passed the transaction on (the first stage always is). A
      *> refusal with no later pass ends the path at that stage.
       2200-CHECK-STAGE-REACHED.
           MOVE 'N' TO WS-STAGE-STATE
           MOVE WS-STG-FEEDER (WS-STAGE-INDEX) TO WS-FEEDER-INDEX
           IF WS-FEEDER-INDEX = 0
               SET WS-STAGE-REACHED TO TRUE
           ELSE
               IF WS-STG-PASSED (WS-FEEDER-INDEX) = 'Y'
                   SET WS-STAGE-REACHED TO TRUE
               END-IF
           END-IF
           IF WS-STG-STOPPED (WS-STAGE-INDEX) = 'Y'
               AND WS-STG-PASSED (WS-STAGE-INDEX) = 'N'
               AND WS-ENDED-AT = SPACES
               MOVE WS-STG-PROGRAM (WS-STAGE-INDEX) TO WS-ENDED-AT
           END-IF
           IF WS-STAGE-REACHED
               AND WS-STG-PASSED (WS-STAGE-INDEX) = 'N'
               AND WS-STG-STOPPED (WS-STAGE-INDEX) = 'N'
               PERFORM 2300-WRITE-BREAK-LINE
           END-IF.

      *> The journal runs at month end, so a transaction posted in
      *> the business month still open is waiting for it, not lost.
       2300-WRITE-BREAK-LINE.
           INITIALIZE LINEAGE-TRACE-LINE
           MOVE WS-REQ-TRANS-ID (WS-REQ-INDEX) TO LTL-TRANSACTION-ID
           MOVE WS-STG-PASS-CODE (WS-STAGE-INDEX) TO LTL-STAGE
           MOVE WS-STG-PROGRAM (WS-STAGE-INDEX) TO LTL-PROGRAM
           IF WS-STG-PASS-CODE (WS-STAGE-INDEX) = "JRNL"
               AND WS-LAST-POST-DATE (1:6) = WS-TODAY (1:6)
               SET LTL-AWAITING-LINE TO TRUE
               SET WS-JOURNAL-AWAITED TO TRUE
               MOVE "AWAITING MONTH-END JOURNAL" TO LTL-DETAIL
           ELSE
               SET LTL-BREAK-LINE TO TRUE
               ADD 1 TO WS-TRACE-BREAKS
               MOVE SPACES TO LTL-DETAIL
               STRING "NOT SEEN BY " WS-STG-PROGRAM (WS-STAGE-INDEX)
                   DELIMITED BY SIZE INTO LTL-DETAIL
           END-IF
           WRITE LINEAGE-TRACE-LINE.

       2900-WRITE-SUMMARY.
           INITIALIZE LINEAGE-TRACE-LINE
           MOVE WS-REQ-TRANS-ID (WS-REQ-INDEX) TO LTL-TRANSACTION-ID
           SET LTL-SUMMARY-LINE TO TRUE
           MOVE WS-TRACE-EVENTS TO LTL-EVENT-COUNT
           MOVE WS-TRACE-BREAKS TO LTL-BREAK-COUNT
           EVALUATE TRUE
               WHEN WS-TRACE-EVENTS = 0
                   MOVE "NOT ON THE LINEAGE FILE" TO LTL-DETAIL
                   ADD 1 TO WS-NOT-FOUND-COUNT
               WHEN WS-TRACE-BREAKS > 0
                   MOVE "PATH BROKEN" TO LTL-DETAIL
                   ADD 1 TO WS-BROKEN-COUNT
               WHEN WS-ENDED-AT NOT = SPACES
                   STRING "PATH ENDED AT " WS-ENDED-AT
                       DELIMITED BY SIZE INTO LTL-DETAIL
                   ADD 1 TO WS-COMPLETE-COUNT
               WHEN WS-JOURNAL-AWAITED
                   MOVE "PATH COMPLETE TO POSITION" TO LTL-DETAIL
                   ADD 1 TO WS-COMPLETE-COUNT
               WHEN OTHER
                   MOVE "PATH COMPLETE" TO LTL-DETAIL
                   ADD 1 TO WS-COMPLETE-COUNT
           END-EVALUATE
           WRITE LINEAGE-TRACE-LINE.
