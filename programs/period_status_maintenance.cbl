      *> PERDMNT - Accounting period status maintenance and close
      *> checklist. Applies open, soft-close and hard-close
      *> transactions to the period status master. Every change names
      *> a requester and a different approver. A period opens new or
      *> reopens from soft-close; a soft-close needs an open period and
      *> a hard-close a soft-closed one, and neither may go through
      *> while any feed that must balance first - SOXCTBAL, PERFCBAL
      *> and LDGCTBAL on the control-total balance report, GLJRNL on
      *> its journal balance proof - is outstanding or out of balance
      *> for the period. A hard-closed period never reopens. Rejected
      *> transactions go to the reject file; the run closes with the
      *> checklist for the business-date period and every period not
      *> yet hard-closed, and a one-line recap on the operator log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "PERDTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PERIOD-MASTER ASSIGN TO "PERDSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PST-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "CTLBALRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT PROOF-FILE ASSIGN TO "GLOOBRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROOF-STATUS.
           SELECT REJECT-FILE ASSIGN TO "PERDREJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHECKLIST-FILE ASSIGN TO "CLOSECHK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           COPY period_status_transaction.
       FD  PERIOD-MASTER.
           COPY period_status_record.
       FD  BALANCE-FILE.
           COPY control_total_balance_line.
       FD  PROOF-FILE.
           COPY gl_out_of_balance_line.
       FD  REJECT-FILE.
           COPY period_status_transaction
               REPLACING ==PERIOD-STATUS-TRANSACTION== BY
                         ==PERIOD-STATUS-REJECT==
                         LEADING ==PSX== BY ==PSJ==.
       FD  CHECKLIST-FILE.
           COPY close_checklist_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-PERIOD-STATUS            PIC X(2).
       01  WS-BAL-STATUS               PIC X(2).
       01  WS-PROOF-STATUS             PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-RECORD-STATE             PIC X(1).
           88  WS-PERIOD-EXISTS        VALUE 'Y'.
       01  WS-EDIT-STATE               PIC X(1).
           88  WS-EDITS-PASS           VALUE 'Y'.
       01  WS-CHECKLIST-STATE          PIC X(1).
           88  WS-CHECKLIST-CLEAN      VALUE 'Y'.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-CHECK-PERIOD             PIC 9(6).
       01  WS-CHECK-PERIOD-R REDEFINES WS-CHECK-PERIOD.
           05  WS-CHECK-YEAR           PIC 9(4).
           05  WS-CHECK-MONTH          PIC 9(2).
       01  WS-CHECK-STATUS             PIC X(1).
       01  WS-RUN-FEED                 PIC X(8).
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-FLAG                 PIC X(1).
      *> The feeds a period close waits on: the program that proves
      *> each one and the feed ID its balance line carries.
       01  WS-FEED-NAMES.
           05  FILLER                  PIC X(16)
                                       VALUE "SOXCTBALSOXTRAN ".
           05  FILLER                  PIC X(16)
                                       VALUE "PERFCBALENTPERF ".
           05  FILLER                  PIC X(16)
                                       VALUE "LDGCTBALLEDGER  ".
           05  FILLER                  PIC X(16)
                                       VALUE "GLJRNL  GLJRNL  ".
       01  WS-FEED-TABLE REDEFINES WS-FEED-NAMES.
           05  WS-FEED-ENTRY OCCURS 4 TIMES.
               10  WS-FEED-PROGRAM     PIC X(8).
               10  WS-FEED-ID          PIC X(8).
       01  WS-FEED-INDEX               PIC 9(2) COMP.
       01  WS-FEED-RESULTS.
           05  WS-FEED-RESULT OCCURS 4 TIMES.
               10  WS-FEED-STATUS      PIC X(1).
               10  WS-FEED-RUN-DATE    PIC 9(8).
      *> The latest balance result each feed logged in each period;
      *> a later run in the same period supersedes an earlier one.
       01  WS-RUN-INDEX                PIC 9(4) COMP.
       01  WS-RUN-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 2000 TIMES.
               10  WS-RUN-ENTRY-FEED   PIC X(8).
               10  WS-RUN-ENTRY-PERIOD PIC 9(6).
               10  WS-RUN-ENTRY-DATE   PIC 9(8).
               10  WS-RUN-ENTRY-FLAG   PIC X(1).
       01  WS-COUNTS.
           05  WS-OPEN-COUNT           PIC 9(7) VALUE 0.
           05  WS-SOFT-COUNT           PIC 9(7) VALUE 0.
           05  WS-HARD-COUNT           PIC 9(7) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(7) VALUE 0.
           05  WS-CHECKLIST-COUNT      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 1000-LOAD-FEED-RUNS
           OPEN I-O PERIOD-MASTER
           IF WS-PERIOD-STATUS NOT = "00"
               OPEN OUTPUT PERIOD-MASTER
               CLOSE PERIOD-MASTER
               OPEN I-O PERIOD-MASTER
           END-IF
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM 1500-READ-MAINT
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-APPLY-MAINT
               PERFORM 1500-READ-MAINT
           END-PERFORM
           CLOSE MAINT-FILE REJECT-FILE
           MOVE 'N' TO WS-EOF
           OPEN OUTPUT CHECKLIST-FILE
           PERFORM 6000-WRITE-CHECKLISTS
           CLOSE CHECKLIST-FILE PERIOD-MASTER
           DISPLAY "PERDMNT: OPENED=" WS-OPEN-COUNT
                   " SOFT-CLOSED=" WS-SOFT-COUNT
                   " HARD-CLOSED=" WS-HARD-COUNT
                   " REJECTED=" WS-REJECT-COUNT
                   " CHECKLIST=" WS-CHECKLIST-COUNT
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

      *> CTLBALRPT carries every run day's balance lines in run order;
      *> GLOOBRPT the proof of the last journal generated. A feed
      *> with neither is simply outstanding.
       1000-LOAD-FEED-RUNS.
           OPEN INPUT BALANCE-FILE
           IF WS-BAL-STATUS = "00"
               PERFORM 1100-READ-BALANCE-LINE
               PERFORM UNTIL END-OF-FILE
                   MOVE CTB-FEED-ID  TO WS-RUN-FEED
                   MOVE CTB-RUN-DATE TO WS-RUN-DATE
                   IF CTB-BALANCED
                       MOVE 'D' TO WS-RUN-FLAG
                   ELSE
                       MOVE 'B' TO WS-RUN-FLAG
                   END-IF
                   PERFORM 1300-RECORD-FEED-RUN
                   PERFORM 1100-READ-BALANCE-LINE
               END-PERFORM
               CLOSE BALANCE-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           OPEN INPUT PROOF-FILE
           IF WS-PROOF-STATUS = "00"
               PERFORM 1200-READ-PROOF-LINE
               PERFORM UNTIL END-OF-FILE
                   MOVE "GLJRNL"         TO WS-RUN-FEED
                   MOVE GLB-JOURNAL-DATE TO WS-RUN-DATE
                   IF GLB-IN-BALANCE
                       MOVE 'D' TO WS-RUN-FLAG
                   ELSE
                       MOVE 'B' TO WS-RUN-FLAG
                   END-IF
                   PERFORM 1300-RECORD-FEED-RUN
                   PERFORM 1200-READ-PROOF-LINE
               END-PERFORM
               CLOSE PROOF-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       1100-READ-BALANCE-LINE.
           READ BALANCE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1200-READ-PROOF-LINE.
           READ PROOF-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1300-RECORD-FEED-RUN.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-RUN-INDEX FROM 1 BY 1
               UNTIL WS-RUN-INDEX > WS-RUN-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-RUN-ENTRY-FEED (WS-RUN-INDEX) = WS-RUN-FEED
                   AND WS-RUN-ENTRY-PERIOD (WS-RUN-INDEX) =
                       WS-RUN-DATE (1:6)
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-RUN-DATE TO WS-RUN-ENTRY-DATE (WS-RUN-INDEX)
                   MOVE WS-RUN-FLAG TO WS-RUN-ENTRY-FLAG (WS-RUN-INDEX)
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND AND WS-RUN-COUNT < 2000
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-RUN-FEED TO WS-RUN-ENTRY-FEED (WS-RUN-COUNT)
               MOVE WS-RUN-DATE (1:6)
                   TO WS-RUN-ENTRY-PERIOD (WS-RUN-COUNT)
               MOVE WS-RUN-DATE TO WS-RUN-ENTRY-DATE (WS-RUN-COUNT)
               MOVE WS-RUN-FLAG TO WS-RUN-ENTRY-FLAG (WS-RUN-COUNT)
           END-IF.

       1500-READ-MAINT.
           READ MAINT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-APPLY-MAINT.
           PERFORM 2100-FETCH-PERIOD
           PERFORM 2200-EDIT-TRANSACTION
           EVALUATE TRUE
               WHEN NOT WS-EDITS-PASS
                   PERFORM 9000-WRITE-REJECT
               WHEN PSX-OPEN
                   PERFORM 3000-OPEN-PERIOD
               WHEN PSX-SOFT-CLOSE
                   PERFORM 4000-SOFT-CLOSE-PERIOD
               WHEN PSX-HARD-CLOSE
                   PERFORM 5000-HARD-CLOSE-PERIOD
               WHEN OTHER
                   PERFORM 9000-WRITE-REJECT
           END-EVALUATE.

       2100-FETCH-PERIOD.
           MOVE 'N' TO WS-RECORD-STATE
           MOVE PSX-PERIOD TO PST-PERIOD
           READ PERIOD-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-PERIOD-EXISTS TO TRUE
           END-READ.

      *> The approver may not be the requester: a period close is a
      *> dual-control action.
       2200-EDIT-TRANSACTION.
           MOVE 'Y' TO WS-EDIT-STATE
           MOVE PSX-PERIOD TO WS-CHECK-PERIOD
           IF WS-CHECK-YEAR < 1900
                   OR WS-CHECK-MONTH = 0 OR WS-CHECK-MONTH > 12
               MOVE 'N' TO WS-EDIT-STATE
           END-IF
           IF PSX-REQUESTED-BY = SPACES OR PSX-APPROVED-BY = SPACES
                   OR PSX-APPROVED-BY = PSX-REQUESTED-BY
               MOVE 'N' TO WS-EDIT-STATE
           END-IF.

      *> Only a soft-closed period reopens; a period the master does
      *> not hold is already open but may be put on file as such.
       3000-OPEN-PERIOD.
           EVALUATE TRUE
               WHEN NOT WS-PERIOD-EXISTS
                   PERFORM 7000-MOVE-STATUS-FIELDS
                   WRITE PERIOD-STATUS-RECORD
                   ADD 1 TO WS-OPEN-COUNT
               WHEN PST-SOFT-CLOSED
                   PERFORM 7000-MOVE-STATUS-FIELDS
                   REWRITE PERIOD-STATUS-RECORD
                   ADD 1 TO WS-OPEN-COUNT
               WHEN OTHER
                   PERFORM 9000-WRITE-REJECT
           END-EVALUATE.

       4000-SOFT-CLOSE-PERIOD.
           MOVE PSX-PERIOD TO WS-CHECK-PERIOD
           PERFORM 8000-CHECK-FEEDS
           EVALUATE TRUE
               WHEN NOT WS-CHECKLIST-CLEAN
                   PERFORM 9000-WRITE-REJECT
               WHEN NOT WS-PERIOD-EXISTS
                   PERFORM 7000-MOVE-STATUS-FIELDS
                   WRITE PERIOD-STATUS-RECORD
                   ADD 1 TO WS-SOFT-COUNT
               WHEN PST-OPEN
                   PERFORM 7000-MOVE-STATUS-FIELDS
                   REWRITE PERIOD-STATUS-RECORD
                   ADD 1 TO WS-SOFT-COUNT
               WHEN OTHER
                   PERFORM 9000-WRITE-REJECT
           END-EVALUATE.

       5000-HARD-CLOSE-PERIOD.
           MOVE PSX-PERIOD TO WS-CHECK-PERIOD
           PERFORM 8000-CHECK-FEEDS
           IF WS-PERIOD-EXISTS AND PST-SOFT-CLOSED
                   AND WS-CHECKLIST-CLEAN
               PERFORM 7000-MOVE-STATUS-FIELDS
               REWRITE PERIOD-STATUS-RECORD
               ADD 1 TO WS-HARD-COUNT
           ELSE
               PERFORM 9000-WRITE-REJECT
           END-IF.

      *> The business-date period is always reported, on file or not;
      *> then every period on file that is not yet hard-closed.
       6000-WRITE-CHECKLISTS.
           MOVE WS-TODAY (1:6) TO PST-PERIOD
           READ PERIOD-MASTER
               INVALID KEY
                   MOVE WS-TODAY (1:6) TO WS-CHECK-PERIOD
                   MOVE 'O' TO WS-CHECK-STATUS
                   PERFORM 6100-WRITE-PERIOD-CHECKLIST
           END-READ
           MOVE 0 TO PST-PERIOD
           START PERIOD-MASTER KEY IS NOT LESS THAN PST-PERIOD
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE
               READ PERIOD-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF NOT PST-HARD-CLOSED
                           MOVE PST-PERIOD TO WS-CHECK-PERIOD
                           MOVE PST-STATUS TO WS-CHECK-STATUS
                           PERFORM 6100-WRITE-PERIOD-CHECKLIST
                       END-IF
               END-READ
           END-PERFORM.

       6100-WRITE-PERIOD-CHECKLIST.
           PERFORM 8000-CHECK-FEEDS
           PERFORM VARYING WS-FEED-INDEX FROM 1 BY 1
               UNTIL WS-FEED-INDEX > 4
               MOVE WS-CHECK-PERIOD TO CCL-PERIOD
               MOVE WS-CHECK-STATUS TO CCL-PERIOD-STATUS
               MOVE WS-FEED-PROGRAM (WS-FEED-INDEX)
                   TO CCL-FEED-PROGRAM
               MOVE WS-FEED-STATUS (WS-FEED-INDEX)
                   TO CCL-FEED-STATUS
               MOVE WS-FEED-RUN-DATE (WS-FEED-INDEX)
                   TO CCL-LAST-RUN-DATE
               MOVE WS-TODAY TO CCL-CHECK-DATE
               WRITE CLOSE-CHECKLIST-LINE
               ADD 1 TO WS-CHECKLIST-COUNT
           END-PERFORM.

       7000-MOVE-STATUS-FIELDS.
           MOVE PSX-PERIOD       TO PST-PERIOD
           MOVE PSX-ACTION       TO PST-STATUS
           MOVE WS-TODAY         TO PST-STATUS-DATE
           MOVE PSX-REQUESTED-BY TO PST-REQUESTED-BY
           MOVE PSX-APPROVED-BY  TO PST-APPROVED-BY.

      *> A feed is done for the period when its latest run there
      *> balanced; a feed never run in the period is outstanding.
       8000-CHECK-FEEDS.
           MOVE 'Y' TO WS-CHECKLIST-STATE
           PERFORM VARYING WS-FEED-INDEX FROM 1 BY 1
               UNTIL WS-FEED-INDEX > 4
               MOVE 'O' TO WS-FEED-STATUS (WS-FEED-INDEX)
               MOVE 0 TO WS-FEED-RUN-DATE (WS-FEED-INDEX)
               PERFORM VARYING WS-RUN-INDEX FROM 1 BY 1
                   UNTIL WS-RUN-INDEX > WS-RUN-COUNT
                   IF WS-RUN-ENTRY-FEED (WS-RUN-INDEX) =
                           WS-FEED-ID (WS-FEED-INDEX)
                       AND WS-RUN-ENTRY-PERIOD (WS-RUN-INDEX) =
                           WS-CHECK-PERIOD
                       MOVE WS-RUN-ENTRY-FLAG (WS-RUN-INDEX)
                           TO WS-FEED-STATUS (WS-FEED-INDEX)
                       MOVE WS-RUN-ENTRY-DATE (WS-RUN-INDEX)
                           TO WS-FEED-RUN-DATE (WS-FEED-INDEX)
                   END-IF
               END-PERFORM
               IF WS-FEED-STATUS (WS-FEED-INDEX) NOT = 'D'
                   MOVE 'N' TO WS-CHECKLIST-STATE
               END-IF
           END-PERFORM.

       9000-WRITE-REJECT.
           MOVE PERIOD-STATUS-TRANSACTION TO PERIOD-STATUS-REJECT
           WRITE PERIOD-STATUS-REJECT
           ADD 1 TO WS-REJECT-COUNT.
