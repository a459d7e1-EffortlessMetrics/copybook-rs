      *> DRVERIFY - Replica verification. Compares the DRFPRINT
      *> fingerprint taken at the primary (DRFPPRIM) with the one
      *> taken at the recovery site (DRFPRECV) master by master. The
      *> slices of each master are walked together in key order:
      *> slices ending on the same key must agree on count, content
      *> hash and control sum, and where the boundaries part the
      *> slice ending first is reported and the walk moves on, so
      *> every differing key range lands on the report. A summary
      *> line per master gives both sides' counts and sums, the
      *> differing slices and the replication lag - the days between
      *> the primary's and the replica's latest activity dates - and
      *> the same result is appended to the verification history
      *> DRVHIST as the standing evidence that the recovery copies
      *> can be relied on. Both fingerprints must have been taken
      *> for the run's business date: a master whose fingerprint at
      *> either site carries another date is not compared, and its
      *> summary line and history row carry the date-mismatch
      *> result instead of a verdict.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRVERIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIMARY-FILE ASSIGN TO "DRFPPRIM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPLICA-FILE ASSIGN TO "DRFPRECV"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "DRVERRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORY-OUT-FILE ASSIGN TO "DRVHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRIMARY-FILE.
           COPY dr_fingerprint_record.
       FD  REPLICA-FILE.
           COPY dr_fingerprint_record
               REPLACING ==DR-FINGERPRINT-RECORD== BY
                         ==DR-REPLICA-RECORD==
                         LEADING ==DRF== BY ==DRR==.
       FD  REPORT-FILE.
           COPY dr_verify_line.
       FD  HISTORY-OUT-FILE.
           COPY dr_verify_history.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-HISTORY-STATUS           PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-MASTER-INDEX             PIC 9(3) COMP.
       01  WS-OTHER-INDEX              PIC 9(3) COMP.
       01  WS-PRI-INDEX                PIC 9(5) COMP.
       01  WS-REP-INDEX                PIC 9(5) COMP.
       01  WS-PRI-STATE                PIC X(1).
           88  WS-PRI-DONE             VALUE 'Y'.
       01  WS-REP-STATE                PIC X(1).
           88  WS-REP-DONE             VALUE 'Y'.
       01  WS-CURRENT-FILE             PIC X(8).
       01  WS-DIFF-SLICES              PIC 9(5).
       01  WS-LAG-DAYS                 PIC S9(5).
       01  WS-PRIMARY-DATE             PIC 9(8).
       01  WS-REPLICA-DATE             PIC 9(8).
      *> Each site's fingerprint held whole: the per-master totals
      *> and the slices in the order DRFPRINT wrote them, which is
      *> key order within each master.
       01  WS-PRI-MASTER-COUNT         PIC 9(3) COMP VALUE 0.
       01  WS-PRI-MASTER-TABLE.
           05  WS-PMS-ENTRY OCCURS 50 TIMES.
               10  WS-PMS-FILE         PIC X(8).
               10  WS-PMS-DATE         PIC 9(8).
               10  WS-PMS-COUNT        PIC 9(9).
               10  WS-PMS-HASH         PIC 9(9).
               10  WS-PMS-SUM          PIC S9(15)V99.
               10  WS-PMS-HIGH-DATE    PIC 9(8).
       01  WS-REP-MASTER-COUNT         PIC 9(3) COMP VALUE 0.
       01  WS-REP-MASTER-TABLE.
           05  WS-RMS-ENTRY OCCURS 50 TIMES.
               10  WS-RMS-FILE         PIC X(8).
               10  WS-RMS-DATE         PIC 9(8).
               10  WS-RMS-COUNT        PIC 9(9).
               10  WS-RMS-HASH         PIC 9(9).
               10  WS-RMS-SUM          PIC S9(15)V99.
               10  WS-RMS-HIGH-DATE    PIC 9(8).
       01  WS-PRI-SLICE-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-PRI-SLICE-TABLE.
           05  WS-PSL-ENTRY OCCURS 20000 TIMES.
               10  WS-PSL-FILE         PIC X(8).
               10  WS-PSL-LOW-KEY      PIC X(60).
               10  WS-PSL-HIGH-KEY     PIC X(60).
               10  WS-PSL-COUNT        PIC 9(9).
               10  WS-PSL-HASH         PIC 9(9).
               10  WS-PSL-SUM          PIC S9(15)V99.
       01  WS-REP-SLICE-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-REP-SLICE-TABLE.
           05  WS-RSL-ENTRY OCCURS 20000 TIMES.
               10  WS-RSL-FILE         PIC X(8).
               10  WS-RSL-LOW-KEY      PIC X(60).
               10  WS-RSL-HIGH-KEY     PIC X(60).
               10  WS-RSL-COUNT        PIC 9(9).
               10  WS-RSL-HASH         PIC 9(9).
               10  WS-RSL-SUM          PIC S9(15)V99.
       01  WS-COUNTS.
           05  WS-VERIFIED-COUNT       PIC 9(3) VALUE 0.
           05  WS-MATCHED-COUNT        PIC 9(3) VALUE 0.
           05  WS-DIFFERS-COUNT        PIC 9(3) VALUE 0.
           05  WS-MISMATCH-COUNT       PIC 9(3) VALUE 0.
           05  WS-RANGE-COUNT          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 0100-LOAD-PRIMARY
           PERFORM 0200-LOAD-REPLICA
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND HISTORY-OUT-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-OUT-FILE
           END-IF
           PERFORM VARYING WS-MASTER-INDEX FROM 1 BY 1
               UNTIL WS-MASTER-INDEX > WS-PRI-MASTER-COUNT
               PERFORM 2000-VERIFY-MASTER
           END-PERFORM
           PERFORM VARYING WS-MASTER-INDEX FROM 1 BY 1
               UNTIL WS-MASTER-INDEX > WS-REP-MASTER-COUNT
               PERFORM 2900-CHECK-REPLICA-ONLY
           END-PERFORM
           CLOSE REPORT-FILE HISTORY-OUT-FILE
           DISPLAY "DRVERIFY: MASTERS=" WS-VERIFIED-COUNT
                   " MATCHED=" WS-MATCHED-COUNT
                   " DIFFERENT=" WS-DIFFERS-COUNT
                   " DATE-MISMATCH=" WS-MISMATCH-COUNT
                   " RANGES=" WS-RANGE-COUNT
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

       0100-LOAD-PRIMARY.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PRIMARY-FILE
           PERFORM UNTIL END-OF-FILE
               READ PRIMARY-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 0150-STORE-PRIMARY
               END-READ
           END-PERFORM
           CLOSE PRIMARY-FILE.

       0150-STORE-PRIMARY.
           IF DRF-TOTAL-ROW
               IF WS-PRI-MASTER-COUNT < 50
                   ADD 1 TO WS-PRI-MASTER-COUNT
                   MOVE DRF-FILE-NAME
                       TO WS-PMS-FILE (WS-PRI-MASTER-COUNT)
                   MOVE DRF-BUSINESS-DATE
                       TO WS-PMS-DATE (WS-PRI-MASTER-COUNT)
                   MOVE DRF-RECORD-COUNT
                       TO WS-PMS-COUNT (WS-PRI-MASTER-COUNT)
                   MOVE DRF-CONTENT-HASH
                       TO WS-PMS-HASH (WS-PRI-MASTER-COUNT)
                   MOVE DRF-CONTROL-SUM
                       TO WS-PMS-SUM (WS-PRI-MASTER-COUNT)
                   MOVE DRF-HIGH-WATER-DATE
                       TO WS-PMS-HIGH-DATE (WS-PRI-MASTER-COUNT)
               END-IF
           ELSE
               IF WS-PRI-SLICE-COUNT < 20000
                   ADD 1 TO WS-PRI-SLICE-COUNT
                   MOVE DRF-FILE-NAME
                       TO WS-PSL-FILE (WS-PRI-SLICE-COUNT)
                   MOVE DRF-LOW-KEY
                       TO WS-PSL-LOW-KEY (WS-PRI-SLICE-COUNT)
                   MOVE DRF-HIGH-KEY
                       TO WS-PSL-HIGH-KEY (WS-PRI-SLICE-COUNT)
                   MOVE DRF-RECORD-COUNT
                       TO WS-PSL-COUNT (WS-PRI-SLICE-COUNT)
                   MOVE DRF-CONTENT-HASH
                       TO WS-PSL-HASH (WS-PRI-SLICE-COUNT)
                   MOVE DRF-CONTROL-SUM
                       TO WS-PSL-SUM (WS-PRI-SLICE-COUNT)
               END-IF
           END-IF.

       0200-LOAD-REPLICA.
           MOVE 'N' TO WS-EOF
           OPEN INPUT REPLICA-FILE
           PERFORM UNTIL END-OF-FILE
               READ REPLICA-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 0250-STORE-REPLICA
               END-READ
           END-PERFORM
           CLOSE REPLICA-FILE.

       0250-STORE-REPLICA.
           IF DRR-TOTAL-ROW
               IF WS-REP-MASTER-COUNT < 50
                   ADD 1 TO WS-REP-MASTER-COUNT
                   MOVE DRR-FILE-NAME
                       TO WS-RMS-FILE (WS-REP-MASTER-COUNT)
                   MOVE DRR-BUSINESS-DATE
                       TO WS-RMS-DATE (WS-REP-MASTER-COUNT)
                   MOVE DRR-RECORD-COUNT
                       TO WS-RMS-COUNT (WS-REP-MASTER-COUNT)
                   MOVE DRR-CONTENT-HASH
                       TO WS-RMS-HASH (WS-REP-MASTER-COUNT)
                   MOVE DRR-CONTROL-SUM
                       TO WS-RMS-SUM (WS-REP-MASTER-COUNT)
                   MOVE DRR-HIGH-WATER-DATE
                       TO WS-RMS-HIGH-DATE (WS-REP-MASTER-COUNT)
               END-IF
           ELSE
               IF WS-REP-SLICE-COUNT < 20000
                   ADD 1 TO WS-REP-SLICE-COUNT
                   MOVE DRR-FILE-NAME
                       TO WS-RSL-FILE (WS-REP-SLICE-COUNT)
                   MOVE DRR-LOW-KEY
                       TO WS-RSL-LOW-KEY (WS-REP-SLICE-COUNT)
                   MOVE DRR-HIGH-KEY
                       TO WS-RSL-HIGH-KEY (WS-REP-SLICE-COUNT)
                   MOVE DRR-RECORD-COUNT
                       TO WS-RSL-COUNT (WS-REP-SLICE-COUNT)
                   MOVE DRR-CONTENT-HASH
                       TO WS-RSL-HASH (WS-REP-SLICE-COUNT)
                   MOVE DRR-CONTROL-SUM
                       TO WS-RSL-SUM (WS-REP-SLICE-COUNT)
               END-IF
           END-IF.

      *> A master the replica never fingerprinted is primary-only
      *> and every one of its slices is a differing range. A
      *> fingerprint from either site taken for another business
      *> date is a date mismatch, and the slices are not walked.
       2000-VERIFY-MASTER.
           MOVE WS-PMS-FILE (WS-MASTER-INDEX) TO WS-CURRENT-FILE
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-OTHER-INDEX FROM 1 BY 1
               UNTIL WS-OTHER-INDEX > WS-REP-MASTER-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-RMS-FILE (WS-OTHER-INDEX) = WS-CURRENT-FILE
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           MOVE WS-PMS-DATE (WS-MASTER-INDEX) TO WS-PRIMARY-DATE
           MOVE 0 TO WS-REPLICA-DATE
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-OTHER-INDEX
               MOVE WS-RMS-DATE (WS-OTHER-INDEX) TO WS-REPLICA-DATE
           END-IF
           MOVE 0 TO WS-DIFF-SLICES
           IF WS-PRIMARY-DATE = WS-TODAY
                   AND (WS-REPLICA-DATE = WS-TODAY
                       OR NOT WS-ENTRY-FOUND)
               PERFORM 2100-WALK-SLICES
           END-IF
           ADD 1 TO WS-VERIFIED-COUNT
           INITIALIZE DR-VERIFY-LINE
           MOVE WS-TODAY TO DRV-BUSINESS-DATE
           MOVE WS-CURRENT-FILE TO DRV-FILE-NAME
           SET DRV-SUMMARY-LINE TO TRUE
           MOVE WS-PMS-COUNT (WS-MASTER-INDEX) TO DRV-PRIMARY-COUNT
           MOVE WS-PMS-SUM (WS-MASTER-INDEX) TO DRV-PRIMARY-SUM
           MOVE WS-DIFF-SLICES TO DRV-DIFF-SLICES
           MOVE 0 TO WS-LAG-DAYS
           IF WS-ENTRY-FOUND
               MOVE WS-RMS-COUNT (WS-OTHER-INDEX) TO DRV-REPLICA-COUNT
               MOVE WS-RMS-SUM (WS-OTHER-INDEX) TO DRV-REPLICA-SUM
               IF WS-PMS-HIGH-DATE (WS-MASTER-INDEX) > 0
                       AND WS-RMS-HIGH-DATE (WS-OTHER-INDEX) > 0
                   COMPUTE WS-LAG-DAYS =
                       FUNCTION INTEGER-OF-DATE
                           (WS-PMS-HIGH-DATE (WS-MASTER-INDEX))
                     - FUNCTION INTEGER-OF-DATE
                           (WS-RMS-HIGH-DATE (WS-OTHER-INDEX))
               END-IF
               IF WS-DIFF-SLICES = 0
                       AND WS-PMS-COUNT (WS-MASTER-INDEX)
                           = WS-RMS-COUNT (WS-OTHER-INDEX)
                       AND WS-PMS-HASH (WS-MASTER-INDEX)
                           = WS-RMS-HASH (WS-OTHER-INDEX)
                       AND WS-PMS-SUM (WS-MASTER-INDEX)
                           = WS-RMS-SUM (WS-OTHER-INDEX)
                   SET DRV-MATCHED TO TRUE
               ELSE
                   SET DRV-DIFFERS TO TRUE
               END-IF
           ELSE
               SET DRV-PRIMARY-ONLY TO TRUE
           END-IF
           IF WS-PRIMARY-DATE NOT = WS-TODAY
                   OR (WS-ENTRY-FOUND
                       AND WS-REPLICA-DATE NOT = WS-TODAY)
               SET DRV-DATE-MISMATCH TO TRUE
               MOVE 0 TO WS-LAG-DAYS
           END-IF
           MOVE WS-LAG-DAYS TO DRV-LAG-DAYS
           WRITE DR-VERIFY-LINE
           PERFORM 3000-WRITE-HISTORY.

      *> Both sides' slices for the master, walked in key order.
      *> Slices ending on the same key are compared whole; otherwise
      *> the one ending first is out of step with the other site and
      *> is reported before the walk moves past it.
       2100-WALK-SLICES.
           MOVE 0 TO WS-DIFF-SLICES
           MOVE 1 TO WS-PRI-INDEX WS-REP-INDEX
           PERFORM 2110-NEXT-PRIMARY
           PERFORM 2120-NEXT-REPLICA
           PERFORM UNTIL WS-PRI-DONE AND WS-REP-DONE
               EVALUATE TRUE
                   WHEN WS-REP-DONE
                       PERFORM 2210-PRIMARY-RANGE
                       ADD 1 TO WS-PRI-INDEX
                       PERFORM 2110-NEXT-PRIMARY
                   WHEN WS-PRI-DONE
                       PERFORM 2220-REPLICA-RANGE
                       ADD 1 TO WS-REP-INDEX
                       PERFORM 2120-NEXT-REPLICA
                   WHEN WS-PSL-HIGH-KEY (WS-PRI-INDEX)
                           = WS-RSL-HIGH-KEY (WS-REP-INDEX)
                       IF WS-PSL-LOW-KEY (WS-PRI-INDEX)
                               NOT = WS-RSL-LOW-KEY (WS-REP-INDEX)
                           OR WS-PSL-COUNT (WS-PRI-INDEX)
                               NOT = WS-RSL-COUNT (WS-REP-INDEX)
                           OR WS-PSL-HASH (WS-PRI-INDEX)
                               NOT = WS-RSL-HASH (WS-REP-INDEX)
                           OR WS-PSL-SUM (WS-PRI-INDEX)
                               NOT = WS-RSL-SUM (WS-REP-INDEX)
                           PERFORM 2230-PAIRED-RANGE
                       END-IF
                       ADD 1 TO WS-PRI-INDEX WS-REP-INDEX
                       PERFORM 2110-NEXT-PRIMARY
                       PERFORM 2120-NEXT-REPLICA
                   WHEN WS-PSL-HIGH-KEY (WS-PRI-INDEX)
                           < WS-RSL-HIGH-KEY (WS-REP-INDEX)
                       PERFORM 2210-PRIMARY-RANGE
                       ADD 1 TO WS-PRI-INDEX
                       PERFORM 2110-NEXT-PRIMARY
                   WHEN OTHER
                       PERFORM 2220-REPLICA-RANGE
                       ADD 1 TO WS-REP-INDEX
                       PERFORM 2120-NEXT-REPLICA
               END-EVALUATE
           END-PERFORM.

       2110-NEXT-PRIMARY.
           PERFORM UNTIL WS-PRI-INDEX > WS-PRI-SLICE-COUNT
                   OR WS-PSL-FILE (WS-PRI-INDEX) = WS-CURRENT-FILE
               ADD 1 TO WS-PRI-INDEX
           END-PERFORM
           MOVE 'N' TO WS-PRI-STATE
           IF WS-PRI-INDEX > WS-PRI-SLICE-COUNT
               SET WS-PRI-DONE TO TRUE
           END-IF.

       2120-NEXT-REPLICA.
           PERFORM UNTIL WS-REP-INDEX > WS-REP-SLICE-COUNT
                   OR WS-RSL-FILE (WS-REP-INDEX) = WS-CURRENT-FILE
               ADD 1 TO WS-REP-INDEX
           END-PERFORM
           MOVE 'N' TO WS-REP-STATE
           IF WS-REP-INDEX > WS-REP-SLICE-COUNT
               SET WS-REP-DONE TO TRUE
           END-IF.

      *> A primary slice out of step: primary-only when the replica
      *> has nothing inside its key range, otherwise a difference.
       2210-PRIMARY-RANGE.
           INITIALIZE DR-VERIFY-LINE
           SET DRV-PRIMARY-ONLY TO TRUE
           IF NOT WS-REP-DONE
               IF WS-RSL-LOW-KEY (WS-REP-INDEX)
                       NOT > WS-PSL-HIGH-KEY (WS-PRI-INDEX)
                   SET DRV-DIFFERS TO TRUE
               END-IF
           END-IF
           MOVE WS-PSL-LOW-KEY (WS-PRI-INDEX) TO DRV-LOW-KEY
           MOVE WS-PSL-HIGH-KEY (WS-PRI-INDEX) TO DRV-HIGH-KEY
           MOVE WS-PSL-COUNT (WS-PRI-INDEX) TO DRV-PRIMARY-COUNT
           MOVE WS-PSL-SUM (WS-PRI-INDEX) TO DRV-PRIMARY-SUM
           PERFORM 2300-WRITE-RANGE.

       2220-REPLICA-RANGE.
           INITIALIZE DR-VERIFY-LINE
           SET DRV-REPLICA-ONLY TO TRUE
           IF NOT WS-PRI-DONE
               IF WS-PSL-LOW-KEY (WS-PRI-INDEX)
                       NOT > WS-RSL-HIGH-KEY (WS-REP-INDEX)
                   SET DRV-DIFFERS TO TRUE
               END-IF
           END-IF
           MOVE WS-RSL-LOW-KEY (WS-REP-INDEX) TO DRV-LOW-KEY
           MOVE WS-RSL-HIGH-KEY (WS-REP-INDEX) TO DRV-HIGH-KEY
           MOVE WS-RSL-COUNT (WS-REP-INDEX) TO DRV-REPLICA-COUNT
           MOVE WS-RSL-SUM (WS-REP-INDEX) TO DRV-REPLICA-SUM
           PERFORM 2300-WRITE-RANGE.

       2230-PAIRED-RANGE.
           INITIALIZE DR-VERIFY-LINE
           SET DRV-DIFFERS TO TRUE
           MOVE WS-PSL-LOW-KEY (WS-PRI-INDEX) TO DRV-LOW-KEY
           IF WS-RSL-LOW-KEY (WS-REP-INDEX) < DRV-LOW-KEY
               MOVE WS-RSL-LOW-KEY (WS-REP-INDEX) TO DRV-LOW-KEY
           END-IF
           MOVE WS-PSL-HIGH-KEY (WS-PRI-INDEX) TO DRV-HIGH-KEY
           MOVE WS-PSL-COUNT (WS-PRI-INDEX) TO DRV-PRIMARY-COUNT
           MOVE WS-RSL-COUNT (WS-REP-INDEX) TO DRV-REPLICA-COUNT
           MOVE WS-PSL-SUM (WS-PRI-INDEX) TO DRV-PRIMARY-SUM
           MOVE WS-RSL-SUM (WS-REP-INDEX) TO DRV-REPLICA-SUM
           PERFORM 2300-WRITE-RANGE.

       2300-WRITE-RANGE.
           MOVE WS-TODAY TO DRV-BUSINESS-DATE
           MOVE WS-CURRENT-FILE TO DRV-FILE-NAME
           SET DRV-RANGE-LINE TO TRUE
           WRITE DR-VERIFY-LINE
           ADD 1 TO WS-DIFF-SLICES
           ADD 1 TO WS-RANGE-COUNT.

      *> A master fingerprinted only at the recovery site has no
      *> primary to be checked against; it is reported, not walked.
       2900-CHECK-REPLICA-ONLY.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-OTHER-INDEX FROM 1 BY 1
               UNTIL WS-OTHER-INDEX > WS-PRI-MASTER-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-PMS-FILE (WS-OTHER-INDEX)
                       = WS-RMS-FILE (WS-MASTER-INDEX)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               ADD 1 TO WS-VERIFIED-COUNT
               MOVE 0 TO WS-PRIMARY-DATE
               MOVE WS-RMS-DATE (WS-MASTER-INDEX) TO WS-REPLICA-DATE
               INITIALIZE DR-VERIFY-LINE
               MOVE WS-TODAY TO DRV-BUSINESS-DATE
               MOVE WS-RMS-FILE (WS-MASTER-INDEX) TO DRV-FILE-NAME
               SET DRV-SUMMARY-LINE TO TRUE
               SET DRV-REPLICA-ONLY TO TRUE
               IF WS-REPLICA-DATE NOT = WS-TODAY
                   SET DRV-DATE-MISMATCH TO TRUE
               END-IF
               MOVE WS-RMS-COUNT (WS-MASTER-INDEX) TO DRV-REPLICA-COUNT
               MOVE WS-RMS-SUM (WS-MASTER-INDEX) TO DRV-REPLICA-SUM
               WRITE DR-VERIFY-LINE
               PERFORM 3000-WRITE-HISTORY
           END-IF.

      *> The history row repeats the summary line's verdict with
      *> the dates both fingerprints were taken for.
       3000-WRITE-HISTORY.
           INITIALIZE DR-VERIFY-HISTORY
           MOVE WS-TODAY TO DVH-BUSINESS-DATE
           MOVE DRV-FILE-NAME TO DVH-FILE-NAME
           MOVE WS-PRIMARY-DATE TO DVH-PRIMARY-DATE
           MOVE WS-REPLICA-DATE TO DVH-REPLICA-DATE
           MOVE DRV-PRIMARY-COUNT TO DVH-PRIMARY-COUNT
           MOVE DRV-REPLICA-COUNT TO DVH-REPLICA-COUNT
           MOVE DRV-RESULT TO DVH-RESULT
           EVALUATE TRUE
               WHEN DRV-MATCHED
                   ADD 1 TO WS-MATCHED-COUNT
               WHEN DRV-DATE-MISMATCH
                   ADD 1 TO WS-MISMATCH-COUNT
               WHEN OTHER
                   ADD 1 TO WS-DIFFERS-COUNT
           END-EVALUATE
           MOVE DRV-DIFF-SLICES TO DVH-DIFF-SLICES
           MOVE DRV-LAG-DAYS TO DVH-LAG-DAYS
           WRITE DR-VERIFY-HISTORY.
