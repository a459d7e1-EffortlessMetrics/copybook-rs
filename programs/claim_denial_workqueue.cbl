      *> DENIALWQ - Claim denial work queue. Reads the payer
      *> remittance lines REMITPST posts and opens a denial case for
      *> every claim line a payer denied or underpaid - any adjustment
      *> other than patient responsibility or an agreed contractual
      *> write-down - classified by the reason code into eligibility,
      *> authorization, coding, timely filing and the other
      *> categories, and routed to a work queue by category and payer.
      *> Each case carries the payer's appeal deadline; appeals filed
      *> and write-offs come back from the queues as actions, a later
      *> clean remittance on the line recovers the case, and an open
      *> case lapses once its deadline passes. The run writes the
      *> open work queue and an aging report of the dollars at risk of
      *> losing their appeal window, followed by each payer's denial
      *> rate month by month.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENIALWQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REMIT-FILE ASSIGN TO "REMITIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REASON-MAP-FILE ASSIGN TO "DENRSNMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REASON-STATUS.
           SELECT WINDOW-FILE ASSIGN TO "APPLWIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WINDOW-STATUS.
           SELECT ROUTE-FILE ASSIGN TO "DENQROUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTE-STATUS.
           SELECT ACTION-FILE ASSIGN TO "DENACTN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTION-STATUS.
           SELECT CASE-MASTER ASSIGN TO "DENMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DNC-CASE-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT STAT-MASTER ASSIGN TO "DENSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRS-STAT-KEY
               FILE STATUS IS WS-STAT-STATUS.
           SELECT QUEUE-FILE ASSIGN TO "DENWORKQ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AGING-FILE ASSIGN TO "DENAGING"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACTION-REJECT-FILE ASSIGN TO "DENACTRJ"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
           COPY insurance_claim_record.
       FD  REMIT-FILE.
           COPY payer_remittance_record.
       FD  REASON-MAP-FILE.
           COPY denial_reason_map_record.
       FD  WINDOW-FILE.
           COPY payer_appeal_window_record.
       FD  ROUTE-FILE.
           COPY denial_queue_route_record.
       FD  ACTION-FILE.
           COPY denial_case_action.
       FD  CASE-MASTER.
           COPY denial_case_record.
       FD  STAT-MASTER.
           COPY denial_rate_stat_record.
       FD  QUEUE-FILE.
           COPY denial_work_queue_line.
       FD  AGING-FILE.
           COPY denial_aging_line.
       FD  ACTION-REJECT-FILE.
           COPY denial_case_action
               REPLACING ==DENIAL-CASE-ACTION==
                      BY ==REJECTED-CASE-ACTION==
                         LEADING ==DCA== BY ==RJA==.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-REASON-STATUS            PIC X(2).
       01  WS-WINDOW-STATUS            PIC X(2).
       01  WS-ROUTE-STATUS             PIC X(2).
       01  WS-ACTION-STATUS            PIC X(2).
       01  WS-CASE-STATUS              PIC X(2).
       01  WS-STAT-STATUS              PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-INTEGER            PIC 9(7).
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-CASE-STATE               PIC X(1).
           88  WS-CASE-EXISTS          VALUE 'Y'.
       01  WS-STAT-STATE               PIC X(1).
           88  WS-STAT-EXISTS          VALUE 'Y'.
      *> Appeal window used for a payer with no row of its own when
      *> the window file carries no '******' default either.
       01  WS-DEFAULT-APPEAL-DAYS      PIC 9(3) VALUE 90.
       01  WS-APPEAL-DAYS              PIC 9(3).
       01  WS-DEFAULT-QUEUE-PREFIX     PIC X(4) VALUE "DENL".
       01  WS-QUEUE-ID                 PIC X(8).
       01  WS-CATEGORY                 PIC X(2).
       01  WS-LINE-CATEGORY            PIC X(2).
       01  WS-LINE-GROUP               PIC X(2).
       01  WS-LINE-REASON              PIC X(5).
       01  WS-LARGEST-ADJUSTMENT       PIC S9(9)V99.
       01  WS-DENIED-AMOUNT            PIC S9(11)V99.
       01  WS-BILLED-AMOUNT            PIC S9(11)V99.
       01  WS-ADJ-INDEX                PIC 9(1) COMP.
       01  WS-DAYS-REMAINING           PIC S9(7).
       01  WS-BUCKET                   PIC 9(1) COMP.
       01  WS-MONTH-NUMBER             PIC 9(6).
       01  WS-TREND-FLOOR              PIC 9(6).
       01  WS-TREND-YEAR               PIC 9(4).
       01  WS-TREND-MONTH              PIC 9(2).
       01  WS-TREND-MONTH-COUNT        PIC 9(2) VALUE 6.
       01  WS-MAP-INDEX                PIC 9(4) COMP.
       01  WS-MAP-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-REASON-TABLE.
           05  WS-RSN-ENTRY OCCURS 2000 TIMES.
               10  WS-RSN-CODE         PIC X(5).
               10  WS-RSN-CATEGORY     PIC X(2).
       01  WS-WIN-INDEX                PIC 9(4) COMP.
       01  WS-WIN-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-WINDOW-TABLE.
           05  WS-WIN-ENTRY OCCURS 2000 TIMES.
               10  WS-WIN-INSURER      PIC X(6).
               10  WS-WIN-DAYS         PIC 9(3).
       01  WS-RTE-INDEX                PIC 9(4) COMP.
       01  WS-RTE-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-ROUTE-TABLE.
           05  WS-RTE-ENTRY OCCURS 2000 TIMES.
               10  WS-RTE-CATEGORY     PIC X(2).
               10  WS-RTE-INSURER      PIC X(6).
               10  WS-RTE-QUEUE        PIC X(8).
      *> Billed claim lines from the extract, for the patient stay and
      *> line amount behind each remittance line.
       01  WS-CLAIM-INDEX              PIC 9(5) COMP.
       01  WS-CLAIM-MATCH              PIC 9(5) COMP.
       01  WS-CLAIM-COUNT              PIC 9(5) COMP VALUE 0.
       01  WS-CLAIM-TABLE.
           05  WS-CLAIM-ENTRY OCCURS 20000 TIMES.
               10  WS-CLM-CONTROL      PIC 9(9).
               10  WS-CLM-LINE         PIC 9(3).
               10  WS-CLM-INSURER      PIC X(6).
               10  WS-CLM-PATIENT      PIC X(12).
               10  WS-CLM-ADMISSION    PIC 9(8).
               10  WS-CLM-COST         PIC S9(9)V99.
       01  WS-AGE-INDEX                PIC 9(4) COMP.
       01  WS-AGE-SLOT                 PIC 9(4) COMP.
       01  WS-AGE-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-AGING-TABLE.
           05  WS-AGE-ENTRY OCCURS 2000 TIMES.
               10  WS-AGE-QUEUE        PIC X(8).
               10  WS-AGE-CATEGORY     PIC X(2).
               10  WS-AGE-INSURER      PIC X(6).
               10  WS-AGE-BUCKET OCCURS 5 TIMES.
                   15  WS-AGE-CASES    PIC 9(5).
                   15  WS-AGE-AMOUNT   PIC S9(11)V99.
       01  WS-COUNTS.
           05  WS-REMIT-COUNT          PIC 9(9) VALUE 0.
           05  WS-LINE-REMIT-COUNT     PIC 9(9) VALUE 0.
           05  WS-OPENED-COUNT         PIC 9(7) VALUE 0.
           05  WS-REDENIED-COUNT       PIC 9(7) VALUE 0.
           05  WS-RECOVERED-COUNT      PIC 9(7) VALUE 0.
           05  WS-APPEALED-COUNT       PIC 9(7) VALUE 0.
           05  WS-WRITTEN-OFF-COUNT    PIC 9(7) VALUE 0.
           05  WS-LAPSED-COUNT         PIC 9(7) VALUE 0.
           05  WS-QUEUED-COUNT         PIC 9(7) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
           PERFORM 1000-LOAD-REASON-MAP
           PERFORM 1100-LOAD-APPEAL-WINDOWS
           PERFORM 1200-LOAD-QUEUE-ROUTES
           PERFORM 1300-LOAD-CLAIM-LINES
           OPEN I-O CASE-MASTER
           IF WS-CASE-STATUS NOT = "00"
               OPEN OUTPUT CASE-MASTER
               CLOSE CASE-MASTER
               OPEN I-O CASE-MASTER
           END-IF
           OPEN I-O STAT-MASTER
           IF WS-STAT-STATUS NOT = "00"
               OPEN OUTPUT STAT-MASTER
               CLOSE STAT-MASTER
               OPEN I-O STAT-MASTER
           END-IF
           OPEN OUTPUT QUEUE-FILE AGING-FILE ACTION-REJECT-FILE
           PERFORM 2000-APPLY-CASE-ACTIONS
           OPEN INPUT REMIT-FILE
           PERFORM 3000-READ-REMITTANCE
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-REMIT-COUNT
               IF RMT-LINE-NUMBER > 0
                   ADD 1 TO WS-LINE-REMIT-COUNT
                   PERFORM 3100-WORK-REMIT-LINE
               END-IF
               PERFORM 3000-READ-REMITTANCE
           END-PERFORM
           CLOSE REMIT-FILE
           MOVE 'N' TO WS-EOF
           PERFORM 4000-SWEEP-CASES
           PERFORM 5000-WRITE-AGING-LINES
           PERFORM 6000-WRITE-TREND-LINES
           CLOSE CASE-MASTER STAT-MASTER QUEUE-FILE AGING-FILE
                 ACTION-REJECT-FILE
           DISPLAY "DENIALWQ: REMITS=" WS-REMIT-COUNT
                   " LINES=" WS-LINE-REMIT-COUNT
                   " OPENED=" WS-OPENED-COUNT
                   " REDENIED=" WS-REDENIED-COUNT
                   " RECOVERED=" WS-RECOVERED-COUNT
                   " APPEALED=" WS-APPEALED-COUNT
                   " WRITTENOFF=" WS-WRITTEN-OFF-COUNT
                   " LAPSED=" WS-LAPSED-COUNT
                   " QUEUED=" WS-QUEUED-COUNT
                   " REJECTED=" WS-REJECTED-COUNT
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

       1000-LOAD-REASON-MAP.
           OPEN INPUT REASON-MAP-FILE
           IF WS-REASON-STATUS = "00"
               PERFORM 1010-READ-REASON-MAP
               PERFORM UNTIL END-OF-FILE
                   IF WS-MAP-COUNT < 2000
                       ADD 1 TO WS-MAP-COUNT
                       MOVE DRM-REASON-CODE
                           TO WS-RSN-CODE (WS-MAP-COUNT)
                       MOVE DRM-CATEGORY
                           TO WS-RSN-CATEGORY (WS-MAP-COUNT)
                   END-IF
                   PERFORM 1010-READ-REASON-MAP
               END-PERFORM
               CLOSE REASON-MAP-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       1010-READ-REASON-MAP.
           READ REASON-MAP-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1100-LOAD-APPEAL-WINDOWS.
           OPEN INPUT WINDOW-FILE
           IF WS-WINDOW-STATUS = "00"
               PERFORM 1110-READ-WINDOW
               PERFORM UNTIL END-OF-FILE
                   IF WS-WIN-COUNT < 2000
                       ADD 1 TO WS-WIN-COUNT
                       MOVE PAW-INSURANCE-CODE
                           TO WS-WIN-INSURER (WS-WIN-COUNT)
                       MOVE PAW-APPEAL-DAYS
                           TO WS-WIN-DAYS (WS-WIN-COUNT)
                   END-IF
                   PERFORM 1110-READ-WINDOW
               END-PERFORM
               CLOSE WINDOW-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       1110-READ-WINDOW.
           READ WINDOW-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1200-LOAD-QUEUE-ROUTES.
           OPEN INPUT ROUTE-FILE
           IF WS-ROUTE-STATUS = "00"
               PERFORM 1210-READ-ROUTE
               PERFORM UNTIL END-OF-FILE
                   IF WS-RTE-COUNT < 2000
                       ADD 1 TO WS-RTE-COUNT
                       MOVE DQR-CATEGORY
                           TO WS-RTE-CATEGORY (WS-RTE-COUNT)
                       MOVE DQR-INSURANCE-CODE
                           TO WS-RTE-INSURER (WS-RTE-COUNT)
                       MOVE DQR-QUEUE-ID
                           TO WS-RTE-QUEUE (WS-RTE-COUNT)
                   END-IF
                   PERFORM 1210-READ-ROUTE
               END-PERFORM
               CLOSE ROUTE-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       1210-READ-ROUTE.
           READ ROUTE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1300-LOAD-CLAIM-LINES.
           OPEN INPUT CLAIM-FILE
           PERFORM 1310-READ-CLAIM
           PERFORM UNTIL END-OF-FILE
               IF CLM-CLAIM-LINE AND WS-CLAIM-COUNT < 20000
                   ADD 1 TO WS-CLAIM-COUNT
                   MOVE CLM-CONTROL-NUMBER
                       TO WS-CLM-CONTROL (WS-CLAIM-COUNT)
                   MOVE CLM-LINE-NUMBER
                       TO WS-CLM-LINE (WS-CLAIM-COUNT)
                   MOVE CLM-INSURANCE-CODE
                       TO WS-CLM-INSURER (WS-CLAIM-COUNT)
                   MOVE CLM-PATIENT-ID
                       TO WS-CLM-PATIENT (WS-CLAIM-COUNT)
                   MOVE CLM-ADMISSION-DATE
                       TO WS-CLM-ADMISSION (WS-CLAIM-COUNT)
                   MOVE CLM-PROCEDURE-COST
                       TO WS-CLM-COST (WS-CLAIM-COUNT)
               END-IF
               PERFORM 1310-READ-CLAIM
           END-PERFORM
           CLOSE CLAIM-FILE
           MOVE 'N' TO WS-EOF.

       1310-READ-CLAIM.
           READ CLAIM-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> An appeal can only be filed on an open case still inside its
      *> window; a write-off closes any case the queue is still
      *> working.
       2000-APPLY-CASE-ACTIONS.
           OPEN INPUT ACTION-FILE
           IF WS-ACTION-STATUS = "00"
               PERFORM 2010-READ-ACTION
               PERFORM UNTIL END-OF-FILE
                   PERFORM 2100-APPLY-ACTION
                   PERFORM 2010-READ-ACTION
               END-PERFORM
               CLOSE ACTION-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       2010-READ-ACTION.
           READ ACTION-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2100-APPLY-ACTION.
           MOVE 'N' TO WS-CASE-STATE
           MOVE DCA-CONTROL-NUMBER TO DNC-CONTROL-NUMBER
           MOVE DCA-LINE-NUMBER TO DNC-LINE-NUMBER
           READ CASE-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-CASE-EXISTS TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-CASE-EXISTS
                   PERFORM 2900-REJECT-ACTION
               WHEN DCA-APPEAL-FILED
                       AND DNC-OPEN
                       AND DCA-ACTION-DATE <= DNC-APPEAL-DEADLINE
                   SET DNC-APPEALED TO TRUE
                   MOVE DCA-ACTION-DATE TO DNC-APPEALED-DATE
                   REWRITE DENIAL-CASE-RECORD
                   ADD 1 TO WS-APPEALED-COUNT
               WHEN DCA-WRITE-OFF
                       AND (DNC-OPEN OR DNC-APPEALED OR DNC-LAPSED)
                   SET DNC-WRITTEN-OFF TO TRUE
                   MOVE DCA-ACTION-DATE TO DNC-CLOSED-DATE
                   REWRITE DENIAL-CASE-RECORD
                   ADD 1 TO WS-WRITTEN-OFF-COUNT
               WHEN OTHER
                   PERFORM 2900-REJECT-ACTION
           END-EVALUATE.

       2900-REJECT-ACTION.
           MOVE DENIAL-CASE-ACTION TO REJECTED-CASE-ACTION
           WRITE REJECTED-CASE-ACTION
           ADD 1 TO WS-REJECTED-COUNT.

       3000-READ-REMITTANCE.
           READ REMIT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3100-WORK-REMIT-LINE.
           PERFORM 3200-MEASURE-DENIAL
           PERFORM 3300-COUNT-LINE-STAT
           MOVE 'N' TO WS-CASE-STATE
           MOVE RMT-CONTROL-NUMBER TO DNC-CONTROL-NUMBER
           MOVE RMT-LINE-NUMBER TO DNC-LINE-NUMBER
           READ CASE-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-CASE-EXISTS TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-DENIED-AMOUNT > 0 AND NOT WS-CASE-EXISTS
                   PERFORM 3400-OPEN-CASE
               WHEN WS-DENIED-AMOUNT > 0
                       AND (DNC-OPEN OR DNC-APPEALED OR DNC-LAPSED)
                   PERFORM 3500-REDENY-CASE
               WHEN WS-DENIED-AMOUNT = 0 AND WS-CASE-EXISTS
                       AND (DNC-OPEN OR DNC-APPEALED OR DNC-LAPSED)
                   SET DNC-RECOVERED TO TRUE
                   MOVE RMT-PAID-AMOUNT TO DNC-RECOVERED-AMOUNT
                   MOVE RMT-REMIT-DATE TO DNC-CLOSED-DATE
                   REWRITE DENIAL-CASE-RECORD
                   ADD 1 TO WS-RECOVERED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Patient-responsibility adjustments and reasons mapped as
      *> contractual are not the payer refusing to pay; every other
      *> adjustment is denied money, and the largest one decides the
      *> category and reason the case is worked under.
       3200-MEASURE-DENIAL.
           MOVE 0 TO WS-DENIED-AMOUNT
           MOVE 0 TO WS-LARGEST-ADJUSTMENT
           MOVE SPACES TO WS-CATEGORY WS-LINE-GROUP WS-LINE-REASON
           PERFORM VARYING WS-ADJ-INDEX FROM 1 BY 1
               UNTIL WS-ADJ-INDEX > RMT-ADJUSTMENT-COUNT
                   OR WS-ADJ-INDEX > 4
               IF NOT RMT-ADJ-PATIENT-RESP (WS-ADJ-INDEX)
                       AND RMT-ADJ-AMOUNT (WS-ADJ-INDEX) > 0
                   PERFORM 3210-CATEGORIZE-REASON
                   IF WS-LINE-CATEGORY NOT = "CT"
                       ADD RMT-ADJ-AMOUNT (WS-ADJ-INDEX)
                           TO WS-DENIED-AMOUNT
                       IF RMT-ADJ-AMOUNT (WS-ADJ-INDEX)
                               > WS-LARGEST-ADJUSTMENT
                           MOVE RMT-ADJ-AMOUNT (WS-ADJ-INDEX)
                               TO WS-LARGEST-ADJUSTMENT
                           MOVE WS-LINE-CATEGORY TO WS-CATEGORY
                           MOVE RMT-ADJ-GROUP-CODE (WS-ADJ-INDEX)
                               TO WS-LINE-GROUP
                           MOVE RMT-ADJ-REASON-CODE (WS-ADJ-INDEX)
                               TO WS-LINE-REASON
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-FOUND
           MOVE 0 TO WS-CLAIM-MATCH
           PERFORM VARYING WS-CLAIM-INDEX FROM 1 BY 1
               UNTIL WS-CLAIM-INDEX > WS-CLAIM-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-CLM-CONTROL (WS-CLAIM-INDEX) = RMT-CONTROL-NUMBER
                   AND WS-CLM-LINE (WS-CLAIM-INDEX) = RMT-LINE-NUMBER
                   AND WS-CLM-INSURER (WS-CLAIM-INDEX) =
                       RMT-INSURANCE-CODE
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-CLAIM-INDEX TO WS-CLAIM-MATCH
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               MOVE WS-CLM-COST (WS-CLAIM-MATCH) TO WS-BILLED-AMOUNT
           ELSE
               MOVE RMT-BILLED-AMOUNT TO WS-BILLED-AMOUNT
           END-IF.

       3210-CATEGORIZE-REASON.
           MOVE "OT" TO WS-LINE-CATEGORY
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-MAP-INDEX FROM 1 BY 1
               UNTIL WS-MAP-INDEX > WS-MAP-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-RSN-CODE (WS-MAP-INDEX) =
                       RMT-ADJ-REASON-CODE (WS-ADJ-INDEX)
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-RSN-CATEGORY (WS-MAP-INDEX)
                       TO WS-LINE-CATEGORY
               END-IF
           END-PERFORM.

       3300-COUNT-LINE-STAT.
           MOVE 'N' TO WS-STAT-STATE
           MOVE RMT-INSURANCE-CODE TO DRS-INSURANCE-CODE
           MOVE RMT-REMIT-DATE (1:6) TO DRS-REMIT-MONTH
           READ STAT-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-STAT-EXISTS TO TRUE
           END-READ
           IF NOT WS-STAT-EXISTS
               MOVE 0 TO DRS-LINES-REMITTED DRS-LINES-DENIED
                         DRS-BILLED-AMOUNT DRS-DENIED-AMOUNT
           END-IF
           ADD 1 TO DRS-LINES-REMITTED
           ADD WS-BILLED-AMOUNT TO DRS-BILLED-AMOUNT
           IF WS-DENIED-AMOUNT > 0
               ADD 1 TO DRS-LINES-DENIED
               ADD WS-DENIED-AMOUNT TO DRS-DENIED-AMOUNT
           END-IF
           IF WS-STAT-EXISTS
               REWRITE DENIAL-RATE-STAT-RECORD
           ELSE
               WRITE DENIAL-RATE-STAT-RECORD
           END-IF.

       3400-OPEN-CASE.
           INITIALIZE DENIAL-CASE-RECORD
           MOVE RMT-CONTROL-NUMBER TO DNC-CONTROL-NUMBER
           MOVE RMT-LINE-NUMBER TO DNC-LINE-NUMBER
           MOVE RMT-INSURANCE-CODE TO DNC-INSURANCE-CODE
           IF WS-CLAIM-MATCH > 0
               MOVE WS-CLM-PATIENT (WS-CLAIM-MATCH) TO DNC-PATIENT-ID
               MOVE WS-CLM-ADMISSION (WS-CLAIM-MATCH)
                   TO DNC-ADMISSION-DATE
           END-IF
           PERFORM 3600-SET-DENIAL-TERMS
           MOVE WS-TODAY TO DNC-OPENED-DATE
           WRITE DENIAL-CASE-RECORD
           ADD 1 TO WS-OPENED-COUNT.

      *> A payer denying the line again - typically answering an
      *> appeal - restarts the case on the new remittance and window.
       3500-REDENY-CASE.
           PERFORM 3600-SET-DENIAL-TERMS
           MOVE 0 TO DNC-APPEALED-DATE
           MOVE 0 TO DNC-CLOSED-DATE
           REWRITE DENIAL-CASE-RECORD
           ADD 1 TO WS-REDENIED-COUNT.

       3600-SET-DENIAL-TERMS.
           SET DNC-OPEN TO TRUE
           MOVE WS-CATEGORY TO DNC-CATEGORY
           MOVE WS-LINE-GROUP TO DNC-GROUP-CODE
           MOVE WS-LINE-REASON TO DNC-REASON-CODE
           MOVE WS-BILLED-AMOUNT TO DNC-BILLED-AMOUNT
           MOVE RMT-PAID-AMOUNT TO DNC-PAID-AMOUNT
           MOVE WS-DENIED-AMOUNT TO DNC-DENIED-AMOUNT
           MOVE RMT-REMIT-DATE TO DNC-REMIT-DATE
           PERFORM 3610-FIND-APPEAL-WINDOW
           COMPUTE DNC-APPEAL-DEADLINE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (RMT-REMIT-DATE)
                + WS-APPEAL-DAYS)
           PERFORM 3620-ROUTE-CASE
           MOVE WS-QUEUE-ID TO DNC-QUEUE-ID.

       3610-FIND-APPEAL-WINDOW.
           MOVE WS-DEFAULT-APPEAL-DAYS TO WS-APPEAL-DAYS
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-WIN-INDEX FROM 1 BY 1
               UNTIL WS-WIN-INDEX > WS-WIN-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-WIN-INSURER (WS-WIN-INDEX) = RMT-INSURANCE-CODE
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-WIN-DAYS (WS-WIN-INDEX) TO WS-APPEAL-DAYS
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               PERFORM VARYING WS-WIN-INDEX FROM 1 BY 1
                   UNTIL WS-WIN-INDEX > WS-WIN-COUNT
                   IF WS-WIN-INSURER (WS-WIN-INDEX) = "******"
                       MOVE WS-WIN-DAYS (WS-WIN-INDEX)
                           TO WS-APPEAL-DAYS
                   END-IF
               END-PERFORM
           END-IF.

      *> A payer's own route for the category wins over the
      *> all-payer route; with neither, the category names the queue.
       3620-ROUTE-CASE.
           MOVE SPACES TO WS-QUEUE-ID
           STRING WS-DEFAULT-QUEUE-PREFIX WS-CATEGORY
               DELIMITED BY SIZE INTO WS-QUEUE-ID
           END-STRING
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-RTE-INDEX FROM 1 BY 1
               UNTIL WS-RTE-INDEX > WS-RTE-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-RTE-CATEGORY (WS-RTE-INDEX) = WS-CATEGORY
                   AND WS-RTE-INSURER (WS-RTE-INDEX) =
                       RMT-INSURANCE-CODE
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-RTE-QUEUE (WS-RTE-INDEX) TO WS-QUEUE-ID
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               PERFORM VARYING WS-RTE-INDEX FROM 1 BY 1
                   UNTIL WS-RTE-INDEX > WS-RTE-COUNT
                       OR WS-ENTRY-FOUND
                   IF WS-RTE-CATEGORY (WS-RTE-INDEX) = WS-CATEGORY
                       AND WS-RTE-INSURER (WS-RTE-INDEX) = "******"
                       SET WS-ENTRY-FOUND TO TRUE
                       MOVE WS-RTE-QUEUE (WS-RTE-INDEX)
                           TO WS-QUEUE-ID
                   END-IF
               END-PERFORM
           END-IF.

      *> One pass over the case master: open cases past their
      *> deadline lapse, and every case still in the queues is listed
      *> and its dollars aged against the appeal window.
       4000-SWEEP-CASES.
           MOVE LOW-VALUES TO DNC-CASE-KEY
           START CASE-MASTER KEY IS NOT LESS THAN DNC-CASE-KEY
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM 4010-READ-NEXT-CASE
           PERFORM UNTIL END-OF-FILE
               IF DNC-OPEN OR DNC-APPEALED
                   PERFORM 4100-AGE-CASE
               END-IF
               PERFORM 4010-READ-NEXT-CASE
           END-PERFORM
           MOVE 'N' TO WS-EOF.

       4010-READ-NEXT-CASE.
           IF NOT END-OF-FILE
               READ CASE-MASTER NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.

       4100-AGE-CASE.
           COMPUTE WS-DAYS-REMAINING =
               FUNCTION INTEGER-OF-DATE (DNC-APPEAL-DEADLINE)
               - WS-TODAY-INTEGER
           IF DNC-OPEN AND WS-DAYS-REMAINING < 0
               SET DNC-LAPSED TO TRUE
               MOVE WS-TODAY TO DNC-CLOSED-DATE
               REWRITE DENIAL-CASE-RECORD
               ADD 1 TO WS-LAPSED-COUNT
               MOVE 1 TO WS-BUCKET
               PERFORM 4300-ACCUMULATE-AGING
           ELSE
               PERFORM 4200-WRITE-QUEUE-LINE
               IF DNC-OPEN
                   EVALUATE TRUE
                       WHEN WS-DAYS-REMAINING <= 15
                           MOVE 2 TO WS-BUCKET
                       WHEN WS-DAYS-REMAINING <= 30
                           MOVE 3 TO WS-BUCKET
                       WHEN WS-DAYS-REMAINING <= 60
                           MOVE 4 TO WS-BUCKET
                       WHEN OTHER
                           MOVE 5 TO WS-BUCKET
                   END-EVALUATE
                   PERFORM 4300-ACCUMULATE-AGING
               END-IF
           END-IF.

       4200-WRITE-QUEUE-LINE.
           MOVE DNC-QUEUE-ID TO DWQ-QUEUE-ID
           MOVE DNC-CONTROL-NUMBER TO DWQ-CONTROL-NUMBER
           MOVE DNC-LINE-NUMBER TO DWQ-LINE-NUMBER
           MOVE DNC-INSURANCE-CODE TO DWQ-INSURANCE-CODE
           MOVE DNC-PATIENT-ID TO DWQ-PATIENT-ID
           MOVE DNC-CATEGORY TO DWQ-CATEGORY
           MOVE DNC-REASON-CODE TO DWQ-REASON-CODE
           MOVE DNC-STATUS TO DWQ-STATUS
           MOVE DNC-DENIED-AMOUNT TO DWQ-DENIED-AMOUNT
           MOVE DNC-APPEAL-DEADLINE TO DWQ-APPEAL-DEADLINE
           MOVE WS-DAYS-REMAINING TO DWQ-DAYS-REMAINING
           WRITE DENIAL-WORK-QUEUE-LINE
           ADD 1 TO WS-QUEUED-COUNT.

       4300-ACCUMULATE-AGING.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-AGE-INDEX FROM 1 BY 1
               UNTIL WS-AGE-INDEX > WS-AGE-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-AGE-QUEUE (WS-AGE-INDEX) = DNC-QUEUE-ID
                   AND WS-AGE-CATEGORY (WS-AGE-INDEX) = DNC-CATEGORY
                   AND WS-AGE-INSURER (WS-AGE-INDEX) =
                       DNC-INSURANCE-CODE
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-AGE-INDEX TO WS-AGE-SLOT
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-AGE-COUNT < 2000
                   ADD 1 TO WS-AGE-COUNT
                   MOVE WS-AGE-COUNT TO WS-AGE-SLOT
                   INITIALIZE WS-AGE-ENTRY (WS-AGE-SLOT)
                   MOVE DNC-QUEUE-ID TO WS-AGE-QUEUE (WS-AGE-SLOT)
                   MOVE DNC-CATEGORY TO WS-AGE-CATEGORY (WS-AGE-SLOT)
                   MOVE DNC-INSURANCE-CODE
                       TO WS-AGE-INSURER (WS-AGE-SLOT)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-AGE-CASES (WS-AGE-SLOT, WS-BUCKET)
               ADD DNC-DENIED-AMOUNT
                   TO WS-AGE-AMOUNT (WS-AGE-SLOT, WS-BUCKET)
           END-IF.

      *> Dollars at risk are the open cases still inside the window
      *> but due within 30 days; bucket 1 has already been lost.
       5000-WRITE-AGING-LINES.
           PERFORM VARYING WS-AGE-INDEX FROM 1 BY 1
               UNTIL WS-AGE-INDEX > WS-AGE-COUNT
               INITIALIZE DENIAL-AGING-LINE
               SET DNA-AGING TO TRUE
               MOVE WS-AGE-QUEUE (WS-AGE-INDEX) TO DNA-QUEUE-ID
               MOVE WS-AGE-CATEGORY (WS-AGE-INDEX) TO DNA-CATEGORY
               MOVE WS-AGE-INSURER (WS-AGE-INDEX)
                   TO DNA-INSURANCE-CODE
               PERFORM VARYING WS-BUCKET FROM 1 BY 1
                   UNTIL WS-BUCKET > 5
                   MOVE WS-AGE-CASES (WS-AGE-INDEX, WS-BUCKET)
                       TO DNA-BUCKET-COUNT (WS-BUCKET)
                   MOVE WS-AGE-AMOUNT (WS-AGE-INDEX, WS-BUCKET)
                       TO DNA-BUCKET-AMOUNT (WS-BUCKET)
               END-PERFORM
               COMPUTE DNA-AT-RISK-AMOUNT =
                   WS-AGE-AMOUNT (WS-AGE-INDEX, 2)
                   + WS-AGE-AMOUNT (WS-AGE-INDEX, 3)
               WRITE DENIAL-AGING-LINE
           END-PERFORM.

      *> The trend runs over the last six remittance months of every
      *> payer on the statistics master, in payer and month order.
       6000-WRITE-TREND-LINES.
           MOVE WS-TODAY (1:4) TO WS-TREND-YEAR
           MOVE WS-TODAY (5:2) TO WS-TREND-MONTH
           COMPUTE WS-MONTH-NUMBER =
               WS-TREND-YEAR * 12 + WS-TREND-MONTH - 1
               - (WS-TREND-MONTH-COUNT - 1)
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-TREND-YEAR
               REMAINDER WS-TREND-MONTH
           COMPUTE WS-TREND-FLOOR =
               WS-TREND-YEAR * 100 + WS-TREND-MONTH + 1
           MOVE LOW-VALUES TO DRS-STAT-KEY
           START STAT-MASTER KEY IS NOT LESS THAN DRS-STAT-KEY
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM 6010-READ-NEXT-STAT
           PERFORM UNTIL END-OF-FILE
               IF DRS-REMIT-MONTH >= WS-TREND-FLOOR
                   PERFORM 6100-WRITE-TREND-LINE
               END-IF
               PERFORM 6010-READ-NEXT-STAT
           END-PERFORM
           MOVE 'N' TO WS-EOF.

       6010-READ-NEXT-STAT.
           IF NOT END-OF-FILE
               READ STAT-MASTER NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.

       6100-WRITE-TREND-LINE.
           INITIALIZE DENIAL-AGING-LINE
           SET DNA-TREND TO TRUE
           MOVE DRS-INSURANCE-CODE TO DNA-INSURANCE-CODE
           MOVE DRS-REMIT-MONTH TO DNA-REMIT-MONTH
           MOVE DRS-LINES-REMITTED TO DNA-LINES-REMITTED
           MOVE DRS-LINES-DENIED TO DNA-LINES-DENIED
           MOVE DRS-BILLED-AMOUNT TO DNA-BILLED-AMOUNT
           MOVE DRS-DENIED-AMOUNT TO DNA-DENIED-AMOUNT
           IF DRS-LINES-REMITTED > 0
               COMPUTE DNA-DENIAL-RATE ROUNDED =
                   DRS-LINES-DENIED * 100 / DRS-LINES-REMITTED
           END-IF
           WRITE DENIAL-AGING-LINE.
