      * dependency order stops living in one operator's head. A
      * restart request clears the failed step and everything
      * downstream of it so the night resumes from the failure, and
      * every decision lands on the decision log. Each clean step end
      * also appends its elapsed time to the run-duration history the
      * batch-window projection medians.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEQCTRL.

               RECORD KEY IS RST-JOB-NAME.
           SELECT DECISION-FILE ASSIGN TO "SEQLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DURATION-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY run_status_record.
       FD  DECISION-FILE.
           COPY seq_decision_line.
       FD  DURATION-FILE.
           COPY run_duration_record.

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS           PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-BUSINESS-DATE            PIC 9(8).
               10  WS-DEP-PRED         PIC X(8).
       01  WS-RESET-TABLE.
           05  WS-RESET-JOB OCCURS 2000 TIMES PIC X(8).
       01  WS-STAMP                    PIC 9(14).
       01  WS-STAMP-PARTS REDEFINES WS-STAMP.
           05  WS-STAMP-DATE           PIC 9(8).
           05  WS-STAMP-HH             PIC 9(2).
           05  WS-STAMP-MM             PIC 9(2).
           05  WS-STAMP-SS             PIC 9(2).
       01  WS-START-MINUTES            PIC 9(11).
       01  WS-END-MINUTES              PIC 9(11).
       01  WS-COUNTS.
           05  WS-REQUEST-COUNT        PIC 9(9) VALUE 0.
           05  WS-ALLOWED-COUNT        PIC 9(9) VALUE 0.
           OPEN I-O STATUS-MASTER
           OPEN INPUT REQUEST-FILE
           OPEN OUTPUT DECISION-FILE
           OPEN EXTEND DURATION-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT DURATION-FILE
           END-IF
           PERFORM 2000-READ-REQUEST
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-REQUEST-COUNT
               PERFORM 2000-READ-REQUEST
           END-PERFORM
           CLOSE STATUS-MASTER REQUEST-FILE DECISION-FILE
                 DURATION-FILE
           DISPLAY "SEQCTRL: REQUESTS=" WS-REQUEST-COUNT
                   " ALLOWED=" WS-ALLOWED-COUNT
                   " REFUSED=" WS-REFUSED-COUNT
                   END-IF
                   REWRITE RUN-STATUS-RECORD
                   PERFORM 9000-LOG-ALLOWED
                   IF RST-COMPLETED AND RST-START-TS > 0
                       PERFORM 5100-WRITE-DURATION
                   END-IF
           END-READ.

      * Only a clean end feeds the duration history; a failed step's
      * elapsed time says nothing about how long the step runs.
       5100-WRITE-DURATION.
           MOVE RST-START-TS TO WS-STAMP
           COMPUTE WS-START-MINUTES =
               FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE) * 1440
               + WS-STAMP-HH * 60 + WS-STAMP-MM
           MOVE RST-END-TS TO WS-STAMP
           COMPUTE WS-END-MINUTES =
               FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE) * 1440
               + WS-STAMP-HH * 60 + WS-STAMP-MM
           MOVE RST-JOB-NAME      TO RDH-JOB-NAME
           MOVE RST-BUSINESS-DATE TO RDH-BUSINESS-DATE
           MOVE RST-START-TS      TO RDH-START-TS
           MOVE RST-END-TS        TO RDH-END-TS
           MOVE 0 TO RDH-ELAPSED-MINUTES
           IF WS-END-MINUTES > WS-START-MINUTES
               COMPUTE RDH-ELAPSED-MINUTES =
                   WS-END-MINUTES - WS-START-MINUTES
           END-IF
           WRITE RUN-DURATION-RECORD.

      * Restart clears the named failed step and, transitively,
      * every step that depends on it, so reruns resume from the
      * failure instead of re-shipping completed extracts.
