      *> CHGBACK - Monthly data-centre chargeback to the business
      *> lines. PERFIN is the month's performance feed (the daily
      *> generations concatenated); a batch whose PROCESSING-TIMESTAMP
      *> falls outside the business date's month is passed by. Every
      *> ENTERPRISE-PERFORMANCE-RECORD batch of the month maps
      *> through the cost-centre reference on its BATCH-ID and
      *> PROCESSOR-NODE-ID, and its AUDIT-PERFORMANCE-METRICS - CPU
      *> time, I/O operations, memory and bytes processed - accrue to
      *> that cost centre; the month's run-statistics volumes accrue
      *> to the cost centre owning each program. The accrued units
      *> are priced once per centre at the managed unit rates in
      *> force on the business date. Each centre gets a statement
      *> line with its charge by resource against last month's
      *> statement, and each charge posts to the allocation journal
      *> as a debit to the centre's expense account and a credit to
      *> the resource's recovery account. Charges no reference row
      *> maps are billed to the UNMAPD centre and left unposted so
      *> the journal never carries an allocation nobody owns.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAP-FILE ASSIGN TO "CHGBMAP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RATE-FILE ASSIGN TO "CHGBRATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PERFORMANCE-FILE ASSIGN TO "PERFIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STATS-FILE ASSIGN TO "RUNSTATM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.
           SELECT PRIOR-FILE ASSIGN TO "CHGBPRIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "CHGBSTMT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "CHGBGLJ"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAP-FILE.
           COPY chargeback_map_record.
       FD  RATE-FILE.
           COPY chargeback_rate_record.
       FD  PERFORMANCE-FILE.
           COPY performance_baseline_record.
       FD  STATS-FILE.
           COPY run_stats_record.
       FD  PRIOR-FILE.
           COPY chargeback_statement_line
               REPLACING ==CHARGEBACK-STATEMENT-LINE== BY
                         ==PRIOR-STATEMENT-LINE==
                         LEADING ==CBS== BY ==CBP==.
       FD  STATEMENT-FILE.
           COPY chargeback_statement_line.
       FD  JOURNAL-FILE.
           COPY gl_journal_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-STATS-STATUS             PIC X(2).
       01  WS-PRIOR-STATUS             PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-PERIOD                   PIC 9(6).
       01  WS-BATCH-PERIOD             PIC 9(6).
       01  WS-UNMAPPED-CENTRE          PIC X(6) VALUE "UNMAPD".
       01  WS-LOOKUP-CENTRE            PIC X(6).
       01  WS-SLOT                     PIC 9(4) COMP.
       01  WS-CEN-INDEX                PIC 9(4) COMP.
       01  WS-CEN-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-MAP-INDEX                PIC 9(4) COMP.
       01  WS-MAP-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-PGM-INDEX                PIC 9(4) COMP.
       01  WS-PGM-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-RES-INDEX                PIC 9(4) COMP.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-SOURCE-SEQ               PIC 9(12) VALUE 0.
       01  WS-RESOURCE-CODES           PIC X(15)
                                       VALUE "CPUIOPMEMSTGREC".
       01  WS-RESOURCE-TABLE REDEFINES WS-RESOURCE-CODES.
           05  WS-RESOURCE-CODE        PIC X(3) OCCURS 5 TIMES.
      *> The rate in force per resource: the latest effective date
      *> not after the business date.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 5 TIMES.
               10  WS-RTE-EFFECTIVE    PIC 9(8).
               10  WS-RTE-RATE         PIC 9(3)V9(6).
               10  WS-RTE-RECOVERY     PIC 9(8).
       01  WS-BATCH-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 500 TIMES.
               10  WS-MAP-BATCH        PIC X(16).
               10  WS-MAP-NODE         PIC X(8).
               10  WS-MAP-CENTRE       PIC X(6).
       01  WS-PROGRAM-MAP-TABLE.
           05  WS-PGM-ENTRY OCCURS 500 TIMES.
               10  WS-PGM-PROGRAM      PIC X(8).
               10  WS-PGM-CENTRE       PIC X(6).
      *> Units accrue by resource in the order of WS-RESOURCE-CODES
      *> and are priced once at the end, so rounding happens per
      *> centre and resource rather than per batch.
       01  WS-CENTRE-TABLE.
           05  WS-CEN-ENTRY OCCURS 200 TIMES.
               10  WS-CEN-CODE         PIC X(6).
               10  WS-CEN-NAME         PIC X(20).
               10  WS-CEN-ACCOUNT      PIC 9(8).
               10  WS-CEN-BRANCH       PIC 9(4).
               10  WS-CEN-BATCHES      PIC 9(7).
               10  WS-CEN-UNITS        PIC 9(13)V9(6)
                                       OCCURS 5 TIMES.
               10  WS-CEN-CHARGE       PIC 9(11)V99
                                       OCCURS 5 TIMES.
               10  WS-CEN-TOTAL        PIC 9(11)V99.
               10  WS-CEN-PRIOR        PIC 9(11)V99.
               10  WS-CEN-PRIOR-STATE  PIC X(1).
       01  WS-GRAND-LINE.
           05  WS-GRD-BATCHES          PIC 9(7) VALUE 0.
           05  WS-GRD-CHARGE           PIC 9(11)V99 VALUE 0
                                       OCCURS 5 TIMES.
           05  WS-GRD-TOTAL            PIC 9(11)V99 VALUE 0.
           05  WS-GRD-PRIOR            PIC 9(11)V99 VALUE 0.
           05  WS-GRD-PRIOR-STATE      PIC X(1) VALUE 'N'.
       01  WS-COUNTS.
           05  WS-BATCH-COUNT          PIC 9(9) VALUE 0.
           05  WS-UNMAPPED-BATCHES     PIC 9(9) VALUE 0.
           05  WS-OFF-PERIOD-BATCHES   PIC 9(9) VALUE 0.
           05  WS-STATS-COUNT          PIC 9(9) VALUE 0.
           05  WS-JOURNAL-COUNT        PIC 9(9) VALUE 0.
           05  WS-POSTED-AMOUNT        PIC 9(13)V99 VALUE 0.
           05  WS-UNPOSTED-AMOUNT      PIC 9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           MOVE WS-TODAY (1:6) TO WS-PERIOD
           PERFORM 1000-LOAD-MAP
           PERFORM 1200-LOAD-RATES
           PERFORM 1400-LOAD-PRIOR-STATEMENT
           OPEN INPUT PERFORMANCE-FILE
           PERFORM 2000-READ-PERFORMANCE
           PERFORM UNTIL END-OF-FILE
               COMPUTE WS-BATCH-PERIOD =
                   PROCESSING-TIMESTAMP / 100000000
               IF WS-BATCH-PERIOD = WS-PERIOD
                   ADD 1 TO WS-BATCH-COUNT
                   PERFORM 2100-ACCRUE-BATCH
               ELSE
                   ADD 1 TO WS-OFF-PERIOD-BATCHES
               END-IF
               PERFORM 2000-READ-PERFORMANCE
           END-PERFORM
           CLOSE PERFORMANCE-FILE
           MOVE 'N' TO WS-EOF
           PERFORM 3000-ACCRUE-RUN-STATS
           OPEN OUTPUT STATEMENT-FILE JOURNAL-FILE
           PERFORM VARYING WS-CEN-INDEX FROM 1 BY 1
               UNTIL WS-CEN-INDEX > WS-CEN-COUNT
               PERFORM 4000-PRICE-CENTRE
           END-PERFORM
           PERFORM 5000-WRITE-GRAND-TOTAL
           CLOSE STATEMENT-FILE JOURNAL-FILE
           DISPLAY "CHGBACK: BATCHES=" WS-BATCH-COUNT
                   " UNMAPPED=" WS-UNMAPPED-BATCHES
                   " OUT-OF-MONTH=" WS-OFF-PERIOD-BATCHES
                   " STATS=" WS-STATS-COUNT
                   " CENTRES=" WS-CEN-COUNT
                   " JOURNAL-LINES=" WS-JOURNAL-COUNT
           DISPLAY "CHGBACK: CHARGED=" WS-GRD-TOTAL
                   " POSTED=" WS-POSTED-AMOUNT
                   " UNPOSTED=" WS-UNPOSTED-AMOUNT
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

       1000-LOAD-MAP.
           OPEN INPUT MAP-FILE
           PERFORM 1100-READ-MAP
           PERFORM UNTIL END-OF-FILE
               EVALUATE TRUE
                   WHEN CBM-BATCH-MAP
                       IF WS-MAP-COUNT < 500
                           ADD 1 TO WS-MAP-COUNT
                           MOVE CBM-BATCH-ID
                               TO WS-MAP-BATCH (WS-MAP-COUNT)
                           MOVE CBM-NODE-ID
                               TO WS-MAP-NODE (WS-MAP-COUNT)
                           MOVE CBM-COST-CENTRE
                               TO WS-MAP-CENTRE (WS-MAP-COUNT)
                       END-IF
                   WHEN CBM-PROGRAM-MAP
                       IF WS-PGM-COUNT < 500
                           ADD 1 TO WS-PGM-COUNT
                           MOVE CBM-PROGRAM-ID
                               TO WS-PGM-PROGRAM (WS-PGM-COUNT)
                           MOVE CBM-COST-CENTRE
                               TO WS-PGM-CENTRE (WS-PGM-COUNT)
                       END-IF
                   WHEN CBM-CENTRE-ROW
                       MOVE CBM-COST-CENTRE TO WS-LOOKUP-CENTRE
                       PERFORM 1050-REGISTER-CENTRE
                       IF WS-SLOT > 0
                           MOVE CBM-CENTRE-NAME
                               TO WS-CEN-NAME (WS-SLOT)
                           MOVE CBM-GL-ACCOUNT
                               TO WS-CEN-ACCOUNT (WS-SLOT)
                           MOVE CBM-BRANCH-CODE
                               TO WS-CEN-BRANCH (WS-SLOT)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 1100-READ-MAP
           END-PERFORM
           CLOSE MAP-FILE
           MOVE 'N' TO WS-EOF.

      *> Finds the cost centre on the table, adding it when new; a
      *> full table comes back with slot zero.
       1050-REGISTER-CENTRE.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-CEN-INDEX FROM 1 BY 1
               UNTIL WS-CEN-INDEX > WS-CEN-COUNT
                   OR WS-SLOT > 0
               IF WS-CEN-CODE (WS-CEN-INDEX) = WS-LOOKUP-CENTRE
                   MOVE WS-CEN-INDEX TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0 AND WS-CEN-COUNT < 200
               ADD 1 TO WS-CEN-COUNT
               MOVE WS-CEN-COUNT TO WS-SLOT
               INITIALIZE WS-CEN-ENTRY (WS-SLOT)
               MOVE WS-LOOKUP-CENTRE TO WS-CEN-CODE (WS-SLOT)
               MOVE 'N' TO WS-CEN-PRIOR-STATE (WS-SLOT)
           END-IF.

       1100-READ-MAP.
           READ MAP-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1200-LOAD-RATES.
           INITIALIZE WS-RATE-TABLE
           OPEN INPUT RATE-FILE
           PERFORM 1300-READ-RATE
           PERFORM UNTIL END-OF-FILE
               IF CBR-EFFECTIVE-DATE NOT > WS-TODAY
                   PERFORM VARYING WS-RES-INDEX FROM 1 BY 1
                       UNTIL WS-RES-INDEX > 5
                       IF WS-RESOURCE-CODE (WS-RES-INDEX) =
                               CBR-RESOURCE
                           AND CBR-EFFECTIVE-DATE NOT <
                               WS-RTE-EFFECTIVE (WS-RES-INDEX)
                           MOVE CBR-EFFECTIVE-DATE
                               TO WS-RTE-EFFECTIVE (WS-RES-INDEX)
                           MOVE CBR-UNIT-RATE
                               TO WS-RTE-RATE (WS-RES-INDEX)
                           MOVE CBR-RECOVERY-ACCOUNT
                               TO WS-RTE-RECOVERY (WS-RES-INDEX)
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM 1300-READ-RATE
           END-PERFORM
           CLOSE RATE-FILE
           MOVE 'N' TO WS-EOF.

       1300-READ-RATE.
           READ RATE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> Last month's statement is absent on the first month run;
      *> every centre then reads as new.
       1400-LOAD-PRIOR-STATEMENT.
           OPEN INPUT PRIOR-FILE
           IF WS-PRIOR-STATUS = "00"
               PERFORM 1500-READ-PRIOR
               PERFORM UNTIL END-OF-FILE
                   IF CBP-COST-CENTRE = SPACES
                       MOVE CBP-TOTAL-CHARGE TO WS-GRD-PRIOR
                       MOVE 'Y' TO WS-GRD-PRIOR-STATE
                   ELSE
                       MOVE CBP-COST-CENTRE TO WS-LOOKUP-CENTRE
                       PERFORM 1050-REGISTER-CENTRE
                       IF WS-SLOT > 0
                           MOVE CBP-TOTAL-CHARGE
                               TO WS-CEN-PRIOR (WS-SLOT)
                           MOVE 'Y' TO WS-CEN-PRIOR-STATE (WS-SLOT)
                           IF WS-CEN-NAME (WS-SLOT) = SPACES
                               MOVE CBP-CENTRE-NAME
                                   TO WS-CEN-NAME (WS-SLOT)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 1500-READ-PRIOR
               END-PERFORM
               CLOSE PRIOR-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       1500-READ-PRIOR.
           READ PRIOR-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-READ-PERFORMANCE.
           READ PERFORMANCE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> First matching reference row wins; a blank batch or node on
      *> the row matches any.
       2100-ACCRUE-BATCH.
           MOVE WS-UNMAPPED-CENTRE TO WS-LOOKUP-CENTRE
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-MAP-INDEX FROM 1 BY 1
               UNTIL WS-MAP-INDEX > WS-MAP-COUNT
                   OR WS-ENTRY-FOUND
               IF (WS-MAP-BATCH (WS-MAP-INDEX) = SPACES
                       OR WS-MAP-BATCH (WS-MAP-INDEX) = BATCH-ID)
                   AND (WS-MAP-NODE (WS-MAP-INDEX) = SPACES
                       OR WS-MAP-NODE (WS-MAP-INDEX) =
                           PROCESSOR-NODE-ID)
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-MAP-CENTRE (WS-MAP-INDEX)
                       TO WS-LOOKUP-CENTRE
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               ADD 1 TO WS-UNMAPPED-BATCHES
           END-IF
           PERFORM 1050-REGISTER-CENTRE
           IF WS-SLOT > 0
               ADD 1 TO WS-CEN-BATCHES (WS-SLOT)
               IF CPU-TIME-MICROSEC > 0
                   COMPUTE WS-CEN-UNITS (WS-SLOT, 1) =
                       WS-CEN-UNITS (WS-SLOT, 1)
                       + CPU-TIME-MICROSEC / 1000000
               END-IF
               COMPUTE WS-CEN-UNITS (WS-SLOT, 2) =
                   WS-CEN-UNITS (WS-SLOT, 2)
                   + IO-OPERATIONS / 1000
               COMPUTE WS-CEN-UNITS (WS-SLOT, 3) =
                   WS-CEN-UNITS (WS-SLOT, 3)
                   + MEMORY-USAGE-KB / 1024
               COMPUTE WS-CEN-UNITS (WS-SLOT, 4) =
                   WS-CEN-UNITS (WS-SLOT, 4)
                   + BYTES-PROCESSED / 1073741824
           END-IF.

      *> The month's run-statistics file carries every night's stats
      *> lines; lines from outside the month are passed by. An
      *> absent file bills no volume.
       3000-ACCRUE-RUN-STATS.
           OPEN INPUT STATS-FILE
           IF WS-STATS-STATUS = "00"
               PERFORM 3100-READ-STATS
               PERFORM UNTIL END-OF-FILE
                   IF RSR-RUN-DATE (1:6) = WS-PERIOD
                       ADD 1 TO WS-STATS-COUNT
                       PERFORM 3200-ACCRUE-VOLUME
                   END-IF
                   PERFORM 3100-READ-STATS
               END-PERFORM
               CLOSE STATS-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       3100-READ-STATS.
           READ STATS-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3200-ACCRUE-VOLUME.
           MOVE WS-UNMAPPED-CENTRE TO WS-LOOKUP-CENTRE
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PGM-INDEX FROM 1 BY 1
               UNTIL WS-PGM-INDEX > WS-PGM-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-PGM-PROGRAM (WS-PGM-INDEX) = RSR-PROGRAM-ID
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-PGM-CENTRE (WS-PGM-INDEX)
                       TO WS-LOOKUP-CENTRE
               END-IF
           END-PERFORM
           PERFORM 1050-REGISTER-CENTRE
           IF WS-SLOT > 0
               COMPUTE WS-CEN-UNITS (WS-SLOT, 5) =
                   WS-CEN-UNITS (WS-SLOT, 5)
                   + (RSR-RECORDS-READ + RSR-RECORDS-WRITTEN) / 1000
           END-IF.

      *> A centre with nothing this month still gets a line when it
      *> was billed last month, so a drop to zero shows.
       4000-PRICE-CENTRE.
           MOVE 0 TO WS-CEN-TOTAL (WS-CEN-INDEX)
           PERFORM VARYING WS-RES-INDEX FROM 1 BY 1
               UNTIL WS-RES-INDEX > 5
               COMPUTE WS-CEN-CHARGE (WS-CEN-INDEX, WS-RES-INDEX)
                   ROUNDED =
                   WS-CEN-UNITS (WS-CEN-INDEX, WS-RES-INDEX)
                   * WS-RTE-RATE (WS-RES-INDEX)
               ADD WS-CEN-CHARGE (WS-CEN-INDEX, WS-RES-INDEX)
                   TO WS-CEN-TOTAL (WS-CEN-INDEX)
               ADD WS-CEN-CHARGE (WS-CEN-INDEX, WS-RES-INDEX)
                   TO WS-GRD-CHARGE (WS-RES-INDEX)
           END-PERFORM
           ADD WS-CEN-BATCHES (WS-CEN-INDEX) TO WS-GRD-BATCHES
           ADD WS-CEN-TOTAL (WS-CEN-INDEX) TO WS-GRD-TOTAL
           IF WS-CEN-TOTAL (WS-CEN-INDEX) > 0
                   OR WS-CEN-PRIOR-STATE (WS-CEN-INDEX) = 'Y'
               PERFORM 4100-WRITE-STATEMENT
           END-IF
           IF WS-CEN-CODE (WS-CEN-INDEX) = WS-UNMAPPED-CENTRE
                   OR WS-CEN-ACCOUNT (WS-CEN-INDEX) = 0
               ADD WS-CEN-TOTAL (WS-CEN-INDEX) TO WS-UNPOSTED-AMOUNT
           ELSE
               PERFORM VARYING WS-RES-INDEX FROM 1 BY 1
                   UNTIL WS-RES-INDEX > 5
                   IF WS-CEN-CHARGE (WS-CEN-INDEX, WS-RES-INDEX) > 0
                       PERFORM 4200-WRITE-ALLOCATION
                   END-IF
               END-PERFORM
           END-IF.

       4100-WRITE-STATEMENT.
           INITIALIZE CHARGEBACK-STATEMENT-LINE
           MOVE WS-PERIOD TO CBS-PERIOD
           MOVE WS-CEN-CODE (WS-CEN-INDEX) TO CBS-COST-CENTRE
           MOVE WS-CEN-NAME (WS-CEN-INDEX) TO CBS-CENTRE-NAME
           MOVE WS-CEN-BATCHES (WS-CEN-INDEX) TO CBS-BATCH-COUNT
           MOVE WS-CEN-CHARGE (WS-CEN-INDEX, 1) TO CBS-CPU-CHARGE
           MOVE WS-CEN-CHARGE (WS-CEN-INDEX, 2) TO CBS-IO-CHARGE
           MOVE WS-CEN-CHARGE (WS-CEN-INDEX, 3) TO CBS-MEMORY-CHARGE
           MOVE WS-CEN-CHARGE (WS-CEN-INDEX, 4) TO CBS-STORAGE-CHARGE
           MOVE WS-CEN-CHARGE (WS-CEN-INDEX, 5) TO CBS-VOLUME-CHARGE
           MOVE WS-CEN-TOTAL (WS-CEN-INDEX) TO CBS-TOTAL-CHARGE
           MOVE WS-CEN-PRIOR (WS-CEN-INDEX) TO CBS-PRIOR-TOTAL
           MOVE WS-CEN-PRIOR-STATE (WS-CEN-INDEX) TO CBS-PRIOR-STATE
           PERFORM 4900-COMPUTE-CHANGE
           WRITE CHARGEBACK-STATEMENT-LINE.

       4200-WRITE-ALLOCATION.
           ADD 1 TO WS-SOURCE-SEQ
           MOVE WS-TODAY TO GLJ-JOURNAL-DATE
           MOVE "CHB" TO GLJ-TRANSACTION-TYPE
           MOVE WS-CEN-BRANCH (WS-CEN-INDEX) TO GLJ-BRANCH-CODE
           MOVE WS-SOURCE-SEQ TO GLJ-SOURCE-TRANS-ID
           MOVE WS-CEN-CHARGE (WS-CEN-INDEX, WS-RES-INDEX)
               TO GLJ-AMOUNT
           MOVE WS-CEN-ACCOUNT (WS-CEN-INDEX) TO GLJ-GL-ACCOUNT
           SET GLJ-DEBIT TO TRUE
           WRITE GL-JOURNAL-RECORD
           MOVE WS-RTE-RECOVERY (WS-RES-INDEX) TO GLJ-GL-ACCOUNT
           SET GLJ-CREDIT TO TRUE
           WRITE GL-JOURNAL-RECORD
           ADD 2 TO WS-JOURNAL-COUNT
           ADD WS-CEN-CHARGE (WS-CEN-INDEX, WS-RES-INDEX)
               TO WS-POSTED-AMOUNT.

      *> The change is signed this month less last; the percentage
      *> is left at zero for a new centre or a prior total of zero.
       4900-COMPUTE-CHANGE.
           COMPUTE CBS-CHANGE-AMOUNT =
               CBS-TOTAL-CHARGE - CBS-PRIOR-TOTAL
           MOVE 0 TO CBS-CHANGE-PCT
           IF CBS-HAS-PRIOR AND CBS-PRIOR-TOTAL > 0
               COMPUTE CBS-CHANGE-PCT ROUNDED =
                   CBS-CHANGE-AMOUNT * 100 / CBS-PRIOR-TOTAL
                   ON SIZE ERROR MOVE 99999.9 TO CBS-CHANGE-PCT
               END-COMPUTE
           END-IF.

       5000-WRITE-GRAND-TOTAL.
           INITIALIZE CHARGEBACK-STATEMENT-LINE
           MOVE WS-PERIOD TO CBS-PERIOD
           MOVE SPACES TO CBS-COST-CENTRE
           MOVE "GRAND TOTAL" TO CBS-CENTRE-NAME
           MOVE WS-GRD-BATCHES TO CBS-BATCH-COUNT
           MOVE WS-GRD-CHARGE (1) TO CBS-CPU-CHARGE
           MOVE WS-GRD-CHARGE (2) TO CBS-IO-CHARGE
           MOVE WS-GRD-CHARGE (3) TO CBS-MEMORY-CHARGE
           MOVE WS-GRD-CHARGE (4) TO CBS-STORAGE-CHARGE
           MOVE WS-GRD-CHARGE (5) TO CBS-VOLUME-CHARGE
           MOVE WS-GRD-TOTAL TO CBS-TOTAL-CHARGE
           MOVE WS-GRD-PRIOR TO CBS-PRIOR-TOTAL
           MOVE WS-GRD-PRIOR-STATE TO CBS-PRIOR-STATE
           PERFORM 4900-COMPUTE-CHANGE
           WRITE CHARGEBACK-STATEMENT-LINE.
