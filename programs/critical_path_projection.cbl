      *> CRITPATH - Callable batch-window critical-path projection.
      *> Takes the request block OPERCONS passes and projects the
      *> night forward from the as-of time: a step completed for the
      *> business date finishes when the run-status master says it
      *> did, a running step finishes at its start plus its rolling
      *> median duration (or now, once it has overrun the median),
      *> and a step not yet run starts when the last of its
      *> predecessors on the dependency reference is projected to
      *> finish and takes its median. Medians come off the last ten
      *> clean runs per program on the run-duration history. Each
      *> deadline-bearing job reports its projected finish against
      *> the deadline with the slack in minutes and the chain of
      *> open steps driving it, so the operator knows which step to
      *> chase. Negative slack - or slack inside the deadline's
      *> warning margin - goes to the ALERTDSP event feed while the
      *> night can still be rescued.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRITPATH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDENCY-FILE ASSIGN TO "JOBDEPS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEADLINE-FILE ASSIGN TO "JOBDEADL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEADLINE-STATUS.
           SELECT DURATION-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT STATUS-MASTER ASSIGN TO "RUNSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-JOB-NAME.
           SELECT REPORT-FILE ASSIGN TO "CRITPRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EVENT-FILE ASSIGN TO "CPEVT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPENDENCY-FILE.
           COPY job_dependency_record.
       FD  DEADLINE-FILE.
           COPY job_deadline_record.
       FD  DURATION-FILE.
           COPY run_duration_record.
       FD  STATUS-MASTER.
           COPY run_status_record.
       FD  REPORT-FILE.
           COPY critical_path_line.
       FD  EVENT-FILE.
           COPY alert_event_record.

       WORKING-STORAGE SECTION.
       01  WS-DEADLINE-STATUS          PIC X(2).
       01  WS-HISTORY-STATUS           PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-CALL-STATE               PIC X(1) VALUE 'N'.
           88  WS-OUTPUTS-STARTED      VALUE 'Y'.
       01  WS-PROGRESS-STATE           PIC X(1).
           88  WS-MADE-PROGRESS        VALUE 'Y'.
       01  WS-PRED-STATE               PIC X(1).
           88  WS-PREDECESSORS-DONE    VALUE 'Y'.
       01  WS-LOOKUP-JOB               PIC X(8).
       01  WS-SLOT                     PIC 9(4) COMP.
       01  WS-PRED-SLOT                PIC 9(4) COMP.
       01  WS-PATH-SLOT                PIC 9(4) COMP.
       01  WS-PATH-STEPS               PIC 9(4) COMP.
       01  WS-JOB-INDEX                PIC 9(4) COMP.
       01  WS-JOB-COUNT                PIC 9(4) COMP.
       01  WS-DEP-INDEX                PIC 9(4) COMP.
       01  WS-DEP-COUNT                PIC 9(4) COMP.
       01  WS-DL-INDEX                 PIC 9(4) COMP.
       01  WS-DL-COUNT                 PIC 9(4) COMP.
       01  WS-RUN-INDEX                PIC 9(4) COMP.
       01  WS-SORT-INDEX               PIC 9(4) COMP.
       01  WS-SORT-HOLD                PIC 9(5).
       01  WS-SORT-STATE               PIC X(1).
           88  WS-SORT-PLACED          VALUE 'Y'.
       01  WS-HALF                     PIC 9(4) COMP.
       01  WS-ODD                      PIC 9(4) COMP.
       01  WS-STAMP                    PIC 9(14).
       01  WS-STAMP-PARTS REDEFINES WS-STAMP.
           05  WS-STAMP-DATE           PIC 9(8).
           05  WS-STAMP-HH             PIC 9(2).
           05  WS-STAMP-MM             PIC 9(2).
           05  WS-STAMP-SS             PIC 9(2).
       01  WS-STAMP-OUT                PIC 9(12).
       01  WS-STAMP-OUT-PARTS REDEFINES WS-STAMP-OUT.
           05  WS-OUT-DATE             PIC 9(8).
           05  WS-OUT-HH               PIC 9(2).
           05  WS-OUT-MM               PIC 9(2).
       01  WS-MINUTES-IN               PIC 9(11).
       01  WS-MINUTES-OUT              PIC 9(11).
       01  WS-DAY-NUMBER               PIC 9(7).
       01  WS-DAY-MINUTES              PIC 9(4).
       01  WS-NOW-MINUTES              PIC 9(11).
       01  WS-LATEST-PRED              PIC 9(11).
       01  WS-DRIVER                   PIC 9(4) COMP.
       01  WS-DEADLINE-MINUTES         PIC 9(11).
       01  WS-DEADLINE-HH              PIC 9(2).
       01  WS-DEADLINE-MM              PIC 9(2).
       01  WS-SLACK                    PIC S9(9).
       01  WS-WORST-SLACK              PIC S9(9).
       01  WS-SLACK-EDIT               PIC -ZZZZ9.
       01  WS-FINISH-HHMM              PIC 9(4).
       01  WS-DUE-HHMM                 PIC 9(4).
       01  WS-DEPENDENCY-TABLE.
           05  WS-DEP-ENTRY OCCURS 2000 TIMES.
               10  WS-DEP-JOB-SLOT     PIC 9(4) COMP.
               10  WS-DEP-PRED-SLOT    PIC 9(4) COMP.
      *> Every job the dependency and deadline references name, with
      *> its last ten clean durations kept as a ring so the median
      *> rolls forward night by night.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 1000 TIMES.
               10  WS-JOB-NAME         PIC X(8).
               10  WS-JOB-STATE        PIC X(1).
               10  WS-JOB-START-MIN    PIC 9(11).
               10  WS-JOB-END-MIN      PIC 9(11).
               10  WS-JOB-RUNS         PIC 9(2).
               10  WS-JOB-NEXT-RUN     PIC 9(2).
               10  WS-JOB-DURATION     PIC 9(5) OCCURS 10 TIMES.
               10  WS-JOB-MEDIAN       PIC 9(5).
               10  WS-JOB-RESOLVED     PIC X(1).
                   88  WS-JOB-PROJECTED VALUE 'Y'.
               10  WS-JOB-PSTART       PIC 9(11).
               10  WS-JOB-FINISH       PIC 9(11).
               10  WS-JOB-DRIVER       PIC 9(4) COMP.
       01  WS-SORT-TABLE.
           05  WS-SORT-DURATION        PIC 9(5) OCCURS 10 TIMES.
       01  WS-DEADLINE-TABLE.
           05  WS-DL-ENTRY OCCURS 200 TIMES.
               10  WS-DL-SLOT          PIC 9(4) COMP.
               10  WS-DL-TIME          PIC 9(4).
               10  WS-DL-OFFSET        PIC 9(1).
               10  WS-DL-WARN          PIC 9(4).

       LINKAGE SECTION.
           COPY critical_path_request.

       PROCEDURE DIVISION USING CRITICAL-PATH-REQUEST.
       0000-MAIN.
           SET CPR-PROJECTED-OK TO TRUE
           MOVE 0 TO CPR-DEADLINES-CHECKED
           MOVE 0 TO CPR-LATE-COUNT
           MOVE 0 TO CPR-WORST-SLACK
           MOVE 0 TO WS-JOB-COUNT
           MOVE 0 TO WS-DEP-COUNT
           MOVE 0 TO WS-DL-COUNT
           MOVE 99999 TO WS-WORST-SLACK
           MOVE CPR-AS-OF-TS TO WS-STAMP
           PERFORM 8000-STAMP-TO-MINUTES
           MOVE WS-MINUTES-OUT TO WS-NOW-MINUTES
           PERFORM 1000-LOAD-DEPENDENCIES
           PERFORM 1200-LOAD-DEADLINES
           IF WS-DL-COUNT = 0
               SET CPR-NO-DEADLINES TO TRUE
           ELSE
               PERFORM 1400-LOAD-HISTORY
               PERFORM 1600-LOAD-RUN-STATUS
               PERFORM 2000-TAKE-MEDIANS
               PERFORM 3000-PROJECT-FINISHES
               PERFORM 1900-OPEN-OUTPUTS
               PERFORM VARYING WS-DL-INDEX FROM 1 BY 1
                   UNTIL WS-DL-INDEX > WS-DL-COUNT
                   MOVE WS-DL-SLOT (WS-DL-INDEX) TO WS-SLOT
                   IF CPR-DEADLINE-JOB = SPACES
                       OR CPR-DEADLINE-JOB = WS-JOB-NAME (WS-SLOT)
                       PERFORM 4000-REPORT-DEADLINE
                   END-IF
               END-PERFORM
               CLOSE REPORT-FILE EVENT-FILE
               IF CPR-DEADLINES-CHECKED > 0
                   MOVE WS-WORST-SLACK TO CPR-WORST-SLACK
               END-IF
           END-IF
           GOBACK.

       1000-LOAD-DEPENDENCIES.
           OPEN INPUT DEPENDENCY-FILE
           PERFORM 1100-READ-DEPENDENCY
           PERFORM UNTIL END-OF-FILE
               MOVE JDP-JOB-NAME TO WS-LOOKUP-JOB
               PERFORM 1050-REGISTER-JOB
               MOVE WS-SLOT TO WS-DRIVER
               MOVE JDP-PREDECESSOR TO WS-LOOKUP-JOB
               PERFORM 1050-REGISTER-JOB
               IF WS-DRIVER > 0 AND WS-SLOT > 0
                   AND WS-DEP-COUNT < 2000
                   ADD 1 TO WS-DEP-COUNT
                   MOVE WS-DRIVER TO WS-DEP-JOB-SLOT (WS-DEP-COUNT)
                   MOVE WS-SLOT TO WS-DEP-PRED-SLOT (WS-DEP-COUNT)
               END-IF
               PERFORM 1100-READ-DEPENDENCY
           END-PERFORM
           CLOSE DEPENDENCY-FILE
           MOVE 'N' TO WS-EOF.

      *> Finds the job on the table, adding it when new; a full table
      *> comes back with slot zero and the job is left out.
       1050-REGISTER-JOB.
           PERFORM 1060-FIND-JOB
           IF WS-SLOT = 0 AND WS-JOB-COUNT < 1000
               ADD 1 TO WS-JOB-COUNT
               MOVE WS-JOB-COUNT TO WS-SLOT
               INITIALIZE WS-JOB-ENTRY (WS-SLOT)
               MOVE WS-LOOKUP-JOB TO WS-JOB-NAME (WS-SLOT)
               MOVE 'N' TO WS-JOB-RESOLVED (WS-SLOT)
           END-IF.

       1060-FIND-JOB.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-JOB-INDEX FROM 1 BY 1
               UNTIL WS-JOB-INDEX > WS-JOB-COUNT
                   OR WS-SLOT > 0
               IF WS-JOB-NAME (WS-JOB-INDEX) = WS-LOOKUP-JOB
                   MOVE WS-JOB-INDEX TO WS-SLOT
               END-IF
           END-PERFORM.

       1100-READ-DEPENDENCY.
           READ DEPENDENCY-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1200-LOAD-DEADLINES.
           OPEN INPUT DEADLINE-FILE
           IF WS-DEADLINE-STATUS = "00"
               PERFORM 1300-READ-DEADLINE
               PERFORM UNTIL END-OF-FILE
                   MOVE JDL-JOB-NAME TO WS-LOOKUP-JOB
                   PERFORM 1050-REGISTER-JOB
                   IF WS-SLOT > 0 AND WS-DL-COUNT < 200
                       ADD 1 TO WS-DL-COUNT
                       MOVE WS-SLOT TO WS-DL-SLOT (WS-DL-COUNT)
                       MOVE JDL-DEADLINE-TIME
                           TO WS-DL-TIME (WS-DL-COUNT)
                       MOVE JDL-DAY-OFFSET
                           TO WS-DL-OFFSET (WS-DL-COUNT)
                       MOVE JDL-WARN-MINUTES
                           TO WS-DL-WARN (WS-DL-COUNT)
                   END-IF
                   PERFORM 1300-READ-DEADLINE
               END-PERFORM
               CLOSE DEADLINE-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       1300-READ-DEADLINE.
           READ DEADLINE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> The history is appended in run order, so the ring ends up
      *> holding each job's ten most recent clean runs. An absent
      *> history leaves every median at zero.
       1400-LOAD-HISTORY.
           OPEN INPUT DURATION-FILE
           IF WS-HISTORY-STATUS = "00"
               PERFORM 1500-READ-HISTORY
               PERFORM UNTIL END-OF-FILE
                   MOVE RDH-JOB-NAME TO WS-LOOKUP-JOB
                   PERFORM 1060-FIND-JOB
                   IF WS-SLOT > 0
                       ADD 1 TO WS-JOB-NEXT-RUN (WS-SLOT)
                       IF WS-JOB-NEXT-RUN (WS-SLOT) > 10
                           MOVE 1 TO WS-JOB-NEXT-RUN (WS-SLOT)
                       END-IF
                       MOVE WS-JOB-NEXT-RUN (WS-SLOT) TO WS-RUN-INDEX
                       MOVE RDH-ELAPSED-MINUTES
                           TO WS-JOB-DURATION (WS-SLOT, WS-RUN-INDEX)
                       IF WS-JOB-RUNS (WS-SLOT) < 10
                           ADD 1 TO WS-JOB-RUNS (WS-SLOT)
                       END-IF
                   END-IF
                   PERFORM 1500-READ-HISTORY
               END-PERFORM
               CLOSE DURATION-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       1500-READ-HISTORY.
           READ DURATION-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> A status row left over from an earlier business date counts
      *> as not started tonight.
       1600-LOAD-RUN-STATUS.
           OPEN INPUT STATUS-MASTER
           PERFORM VARYING WS-JOB-INDEX FROM 1 BY 1
               UNTIL WS-JOB-INDEX > WS-JOB-COUNT
               MOVE SPACE TO WS-JOB-STATE (WS-JOB-INDEX)
               MOVE WS-JOB-NAME (WS-JOB-INDEX) TO RST-JOB-NAME
               READ STATUS-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RST-BUSINESS-DATE = CPR-BUSINESS-DATE
                           PERFORM 1700-TAKE-STATUS-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATUS-MASTER.

       1700-TAKE-STATUS-ROW.
           MOVE RST-OUTCOME TO WS-JOB-STATE (WS-JOB-INDEX)
           IF RST-START-TS > 0
               MOVE RST-START-TS TO WS-STAMP
               PERFORM 8000-STAMP-TO-MINUTES
               MOVE WS-MINUTES-OUT
                   TO WS-JOB-START-MIN (WS-JOB-INDEX)
           END-IF
           IF RST-END-TS > 0
               MOVE RST-END-TS TO WS-STAMP
               PERFORM 8000-STAMP-TO-MINUTES
               MOVE WS-MINUTES-OUT
                   TO WS-JOB-END-MIN (WS-JOB-INDEX)
           END-IF.

       1900-OPEN-OUTPUTS.
           IF WS-OUTPUTS-STARTED
               OPEN EXTEND REPORT-FILE EVENT-FILE
           ELSE
               OPEN OUTPUT REPORT-FILE EVENT-FILE
               SET WS-OUTPUTS-STARTED TO TRUE
           END-IF.

      *> An even number of runs takes the mean of the middle two.
       2000-TAKE-MEDIANS.
           PERFORM VARYING WS-JOB-INDEX FROM 1 BY 1
               UNTIL WS-JOB-INDEX > WS-JOB-COUNT
               MOVE 0 TO WS-JOB-MEDIAN (WS-JOB-INDEX)
               IF WS-JOB-RUNS (WS-JOB-INDEX) > 0
                   PERFORM 2100-SORT-DURATIONS
                   DIVIDE WS-JOB-RUNS (WS-JOB-INDEX) BY 2
                       GIVING WS-HALF REMAINDER WS-ODD
                   IF WS-ODD = 1
                       MOVE WS-SORT-DURATION (WS-HALF + 1)
                           TO WS-JOB-MEDIAN (WS-JOB-INDEX)
                   ELSE
                       COMPUTE WS-JOB-MEDIAN (WS-JOB-INDEX) =
                           (WS-SORT-DURATION (WS-HALF)
                           + WS-SORT-DURATION (WS-HALF + 1)) / 2
                   END-IF
               END-IF
           END-PERFORM.

       2100-SORT-DURATIONS.
           PERFORM VARYING WS-RUN-INDEX FROM 1 BY 1
               UNTIL WS-RUN-INDEX > WS-JOB-RUNS (WS-JOB-INDEX)
               MOVE WS-JOB-DURATION (WS-JOB-INDEX, WS-RUN-INDEX)
                   TO WS-SORT-HOLD
               MOVE WS-RUN-INDEX TO WS-SORT-INDEX
               MOVE 'N' TO WS-SORT-STATE
               PERFORM UNTIL WS-SORT-PLACED
                   IF WS-SORT-INDEX = 1
                       SET WS-SORT-PLACED TO TRUE
                   ELSE
                       PERFORM 2200-SHIFT-DURATION
                   END-IF
               END-PERFORM
               MOVE WS-SORT-HOLD TO WS-SORT-DURATION (WS-SORT-INDEX)
           END-PERFORM.

       2200-SHIFT-DURATION.
           IF WS-SORT-DURATION (WS-SORT-INDEX - 1) NOT > WS-SORT-HOLD
               SET WS-SORT-PLACED TO TRUE
           ELSE
               MOVE WS-SORT-DURATION (WS-SORT-INDEX - 1)
                   TO WS-SORT-DURATION (WS-SORT-INDEX)
               SUBTRACT 1 FROM WS-SORT-INDEX
           END-IF.

      *> Passes repeat until a pass projects nothing new; a job the
      *> dependency reference loops back on never gets all its
      *> predecessors projected and is left unresolved.
       3000-PROJECT-FINISHES.
           SET WS-MADE-PROGRESS TO TRUE
           PERFORM UNTIL NOT WS-MADE-PROGRESS
               MOVE 'N' TO WS-PROGRESS-STATE
               PERFORM VARYING WS-JOB-INDEX FROM 1 BY 1
                   UNTIL WS-JOB-INDEX > WS-JOB-COUNT
                   IF NOT WS-JOB-PROJECTED (WS-JOB-INDEX)
                       PERFORM 3100-TRY-PROJECT-JOB
                   END-IF
               END-PERFORM
           END-PERFORM.

       3100-TRY-PROJECT-JOB.
           IF WS-JOB-STATE (WS-JOB-INDEX) = 'C'
               MOVE WS-JOB-START-MIN (WS-JOB-INDEX)
                   TO WS-JOB-PSTART (WS-JOB-INDEX)
               MOVE WS-JOB-END-MIN (WS-JOB-INDEX)
                   TO WS-JOB-FINISH (WS-JOB-INDEX)
               MOVE 0 TO WS-JOB-DRIVER (WS-JOB-INDEX)
               SET WS-JOB-PROJECTED (WS-JOB-INDEX) TO TRUE
               SET WS-MADE-PROGRESS TO TRUE
           ELSE
               PERFORM 3200-CHECK-PREDECESSORS
               IF WS-PREDECESSORS-DONE
                   PERFORM 3300-PROJECT-OPEN-JOB
                   SET WS-JOB-PROJECTED (WS-JOB-INDEX) TO TRUE
                   SET WS-MADE-PROGRESS TO TRUE
               END-IF
           END-IF.

      *> The driving predecessor is the one projected to finish
      *> last; it is the next link back on the critical path.
       3200-CHECK-PREDECESSORS.
           MOVE 'Y' TO WS-PRED-STATE
           MOVE 0 TO WS-LATEST-PRED
           MOVE 0 TO WS-DRIVER
           PERFORM VARYING WS-DEP-INDEX FROM 1 BY 1
               UNTIL WS-DEP-INDEX > WS-DEP-COUNT
               IF WS-DEP-JOB-SLOT (WS-DEP-INDEX) = WS-JOB-INDEX
                   MOVE WS-DEP-PRED-SLOT (WS-DEP-INDEX)
                       TO WS-PRED-SLOT
                   IF NOT WS-JOB-PROJECTED (WS-PRED-SLOT)
                       MOVE 'N' TO WS-PRED-STATE
                   ELSE
                       IF WS-JOB-FINISH (WS-PRED-SLOT)
                               > WS-LATEST-PRED
                           MOVE WS-JOB-FINISH (WS-PRED-SLOT)
                               TO WS-LATEST-PRED
                           MOVE WS-PRED-SLOT TO WS-DRIVER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> A running step that has already overrun its median is taken
      *> to finish now; a failed or held step has to run again and
      *> is projected like one not yet started.
       3300-PROJECT-OPEN-JOB.
           MOVE WS-DRIVER TO WS-JOB-DRIVER (WS-JOB-INDEX)
           IF WS-JOB-STATE (WS-JOB-INDEX) = 'R'
               MOVE WS-JOB-START-MIN (WS-JOB-INDEX)
                   TO WS-JOB-PSTART (WS-JOB-INDEX)
               COMPUTE WS-JOB-FINISH (WS-JOB-INDEX) =
                   WS-JOB-START-MIN (WS-JOB-INDEX)
                   + WS-JOB-MEDIAN (WS-JOB-INDEX)
               IF WS-JOB-FINISH (WS-JOB-INDEX) < WS-NOW-MINUTES
                   MOVE WS-NOW-MINUTES
                       TO WS-JOB-FINISH (WS-JOB-INDEX)
               END-IF
           ELSE
               MOVE WS-NOW-MINUTES TO WS-JOB-PSTART (WS-JOB-INDEX)
               IF WS-LATEST-PRED > WS-NOW-MINUTES
                   MOVE WS-LATEST-PRED
                       TO WS-JOB-PSTART (WS-JOB-INDEX)
               END-IF
               COMPUTE WS-JOB-FINISH (WS-JOB-INDEX) =
                   WS-JOB-PSTART (WS-JOB-INDEX)
                   + WS-JOB-MEDIAN (WS-JOB-INDEX)
           END-IF.

       4000-REPORT-DEADLINE.
           ADD 1 TO CPR-DEADLINES-CHECKED
           DIVIDE WS-DL-TIME (WS-DL-INDEX) BY 100
               GIVING WS-DEADLINE-HH REMAINDER WS-DEADLINE-MM
           COMPUTE WS-DEADLINE-MINUTES =
               (FUNCTION INTEGER-OF-DATE (CPR-BUSINESS-DATE)
                + WS-DL-OFFSET (WS-DL-INDEX)) * 1440
               + WS-DEADLINE-HH * 60 + WS-DEADLINE-MM
           INITIALIZE CRITICAL-PATH-LINE
           MOVE CPR-BUSINESS-DATE TO CPL-BUSINESS-DATE
           MOVE WS-JOB-NAME (WS-SLOT) TO CPL-DEADLINE-JOB
           MOVE WS-DEADLINE-MINUTES TO WS-MINUTES-IN
           PERFORM 8100-MINUTES-TO-STAMP
           MOVE WS-STAMP-OUT TO CPL-DEADLINE
           IF NOT WS-JOB-PROJECTED (WS-SLOT)
               SET CPL-DEADLINE-LINE TO TRUE
               MOVE WS-JOB-NAME (WS-SLOT) TO CPL-JOB-NAME
               MOVE 'X' TO CPL-JOB-STATE
               WRITE CRITICAL-PATH-LINE
           ELSE
               COMPUTE WS-SLACK =
                   WS-DEADLINE-MINUTES - WS-JOB-FINISH (WS-SLOT)
               MOVE WS-SLACK TO CPL-SLACK-MINUTES
               IF WS-SLACK < WS-WORST-SLACK
                   MOVE WS-SLACK TO WS-WORST-SLACK
               END-IF
               MOVE WS-SLOT TO WS-PATH-SLOT
               SET CPL-DEADLINE-LINE TO TRUE
               PERFORM 4100-WRITE-JOB-LINE
               PERFORM 4200-WRITE-CRITICAL-PATH
               EVALUATE TRUE
                   WHEN WS-SLACK < 0
                       ADD 1 TO CPR-LATE-COUNT
                       PERFORM 5000-RAISE-ALERT
                   WHEN WS-SLACK NOT > WS-DL-WARN (WS-DL-INDEX)
                           AND WS-DL-WARN (WS-DL-INDEX) > 0
                       PERFORM 5000-RAISE-ALERT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       4100-WRITE-JOB-LINE.
           MOVE WS-JOB-NAME (WS-PATH-SLOT) TO CPL-JOB-NAME
           MOVE WS-JOB-STATE (WS-PATH-SLOT) TO CPL-JOB-STATE
           MOVE WS-JOB-MEDIAN (WS-PATH-SLOT) TO CPL-MEDIAN-MINUTES
           MOVE WS-JOB-RUNS (WS-PATH-SLOT) TO CPL-HISTORY-RUNS
           MOVE WS-JOB-PSTART (WS-PATH-SLOT) TO WS-MINUTES-IN
           PERFORM 8100-MINUTES-TO-STAMP
           MOVE WS-STAMP-OUT TO CPL-PROJECTED-START
           MOVE WS-JOB-FINISH (WS-PATH-SLOT) TO WS-MINUTES-IN
           PERFORM 8100-MINUTES-TO-STAMP
           MOVE WS-STAMP-OUT TO CPL-PROJECTED-FINISH
           WRITE CRITICAL-PATH-LINE.

      *> Walks back from the deadline job through each driving
      *> predecessor until the chain reaches a completed step; the
      *> step count guards the walk against a looping reference.
       4200-WRITE-CRITICAL-PATH.
           SET CPL-PATH-LINE TO TRUE
           MOVE 0 TO WS-PATH-STEPS
           MOVE WS-JOB-DRIVER (WS-SLOT) TO WS-PATH-SLOT
           PERFORM UNTIL WS-PATH-SLOT = 0
                   OR WS-PATH-STEPS > WS-JOB-COUNT
               IF WS-JOB-STATE (WS-PATH-SLOT) = 'C'
                   MOVE 0 TO WS-PATH-SLOT
               ELSE
                   PERFORM 4100-WRITE-JOB-LINE
                   ADD 1 TO WS-PATH-STEPS
                   MOVE WS-JOB-DRIVER (WS-PATH-SLOT) TO WS-PATH-SLOT
               END-IF
           END-PERFORM.

      *> Negative slack raises the late condition; slack still
      *> positive but inside the warning margin raises the at-risk
      *> condition, so the rules can page one and log the other.
       5000-RAISE-ALERT.
           MOVE "CRITPATH" TO ALE-SOURCE-PROGRAM
           MOVE SPACES TO ALE-CONDITION-CODE
           IF WS-SLACK < 0
               STRING "CPL-" WS-JOB-NAME (WS-SLOT)
                   DELIMITED BY SIZE INTO ALE-CONDITION-CODE
               END-STRING
           ELSE
               STRING "CPW-" WS-JOB-NAME (WS-SLOT)
                   DELIMITED BY SIZE INTO ALE-CONDITION-CODE
               END-STRING
           END-IF
           MOVE CPR-AS-OF-TS (1:8) TO ALE-EVENT-DATE
           MOVE CPR-AS-OF-TS (9:6) TO ALE-EVENT-TIME
           MOVE WS-JOB-FINISH (WS-SLOT) TO WS-MINUTES-IN
           PERFORM 8100-MINUTES-TO-STAMP
           MOVE WS-STAMP-OUT (9:4) TO WS-FINISH-HHMM
           MOVE WS-DL-TIME (WS-DL-INDEX) TO WS-DUE-HHMM
           MOVE WS-SLACK TO WS-SLACK-EDIT
           MOVE SPACES TO ALE-DETAIL
           STRING WS-JOB-NAME (WS-SLOT) " PROJ " WS-FINISH-HHMM
               " DUE " WS-DUE-HHMM " SLACK " WS-SLACK-EDIT
               DELIMITED BY SIZE INTO ALE-DETAIL
           END-STRING
           WRITE ALERT-EVENT-RECORD.

       8000-STAMP-TO-MINUTES.
           MOVE 0 TO WS-MINUTES-OUT
           IF WS-STAMP-DATE > 0
               COMPUTE WS-MINUTES-OUT =
                   FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE) * 1440
                   + WS-STAMP-HH * 60 + WS-STAMP-MM
           END-IF.

       8100-MINUTES-TO-STAMP.
           MOVE 0 TO WS-STAMP-OUT
           IF WS-MINUTES-IN > 0
               DIVIDE WS-MINUTES-IN BY 1440
                   GIVING WS-DAY-NUMBER REMAINDER WS-DAY-MINUTES
               MOVE FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
                   TO WS-OUT-DATE
               DIVIDE WS-DAY-MINUTES BY 60
                   GIVING WS-OUT-HH REMAINDER WS-OUT-MM
           END-IF.
