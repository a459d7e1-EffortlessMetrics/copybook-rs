      *> REFCHG - Reference file change control. The controlled
      *> reference files - GL account mapping, merchant fee
      *> schedules, rate-change bands, alert severity rules, file
      *> threshold rules, allocation policy, legal-basis rules and
      *> the velocity thresholds - change only through here. A
      *> maker's add, change or delete is taken onto the change
      *> master pending; a checker other than the maker approves or
      *> rejects it; an approved change whose effective date has
      *> come is applied to its reference file, in the order the
      *> changes were submitted, with the row as it read before and
      *> after kept on the change master. Each reference file is
      *> read whole, changed in storage and written back, and only
      *> when a change is due for it. Unreadable submissions and
      *> decisions go to their reject files untouched. A reference
      *> file too big to hold in storage is never rewritten: its due
      *> changes are failed and each goes to the exception stream.
      *> Rows are matched on each file's own key; a rate-change row
      *> is keyed on its score band and effective date, so a future
      *> rate adds a row and the rate in force keeps its history.
      *> The master is keyed on file, submission time and maker,
      *> so a rerun against the same submissions adds nothing twice.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFCHG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBMISSION-FILE ASSIGN TO "REFSUBM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBMISSION-STATUS.
           SELECT DECISION-FILE ASSIGN TO "REFDECN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT CHANGE-MASTER ASSIGN TO "REFCHGM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCM-CHANGE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SUBMISSION-REJECT-FILE ASSIGN TO "REFSUBRJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DECISION-REJECT-FILE ASSIGN TO "REFDECRJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT WRAPPER-FILE ASSIGN TO "EXCPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WRAPPER-STATUS.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT FEESCHED-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT RATECHG-FILE ASSIGN TO "RATECHG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT ALRTRULE-FILE ASSIGN TO "ALRTRULE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT FILERULE-FILE ASSIGN TO "FILERULE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT ALLOCPOL-FILE ASSIGN TO "ALLOCPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT BASISRUL-FILE ASSIGN TO "BASISRUL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT VELCTL-FILE ASSIGN TO "VELCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUBMISSION-FILE.
           COPY ref_change_transaction.
       FD  DECISION-FILE.
           COPY ref_change_decision.
       FD  CHANGE-MASTER.
           COPY ref_change_record.
       FD  SUBMISSION-REJECT-FILE.
           COPY ref_change_transaction
               REPLACING ==REF-CHANGE-TRANSACTION== BY
                         ==REF-CHANGE-SUBMIT-REJECT==
                         LEADING ==RCT== BY ==RCJ==.
       FD  DECISION-REJECT-FILE.
           COPY ref_change_decision
               REPLACING ==REF-CHANGE-DECISION== BY
                         ==REF-CHANGE-DECISION-REJECT==
                         LEADING ==RCK== BY ==RCX==.
       FD  WRAPPER-FILE.
           COPY exception_wrapper_record.
       FD  GLMAP-FILE.
           COPY gl_account_mapping.
       FD  FEESCHED-FILE.
           COPY fee_schedule_record.
       FD  RATECHG-FILE.
           COPY rate_change_record.
       FD  ALRTRULE-FILE.
           COPY alert_severity_rule_record.
       FD  FILERULE-FILE.
           COPY file_threshold_rule.
       FD  ALLOCPOL-FILE.
           COPY allocation_policy_record.
       FD  BASISRUL-FILE.
           COPY basis_rule_record.
       FD  VELCTL-FILE.
           COPY velocity_threshold_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-SUBMISSION-STATUS        PIC X(2).
       01  WS-DECISION-STATUS          PIC X(2).
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-REF-STATUS               PIC X(2).
       01  WS-WRAPPER-STATUS           PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-NOW-STAMP                PIC 9(14).
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-DUE-STATE                PIC X(1).
           88  WS-CHANGE-DUE           VALUE 'Y'.
      *> The controlled reference files: DD name, and where the key
      *> sits in the record (start and length, then the start and
      *> length of a second key part where the key is split). The
      *> rate-change bands are kept by effective date, so RATECHG
      *> keys on the score band plus RTC-EFFECTIVE-DATE. VELCTL is a
      *> single control record with no key - a change replaces it.
       01  WS-REF-VALUES.
           05  FILLER                  PIC X(16)
                                       VALUE 'GLMAP   01100000'.
           05  FILLER                  PIC X(16)
                                       VALUE 'FEESCHED01150000'.
           05  FILLER                  PIC X(16)
                                       VALUE 'RATECHG 01061408'.
           05  FILLER                  PIC X(16)
                                       VALUE 'ALRTRULE01200000'.
           05  FILLER                  PIC X(16)
                                       VALUE 'FILERULE01080000'.
           05  FILLER                  PIC X(16)
                                       VALUE 'ALLOCPOL01080000'.
           05  FILLER                  PIC X(16)
                                       VALUE 'BASISRUL01040000'.
           05  FILLER                  PIC X(16)
                                       VALUE 'VELCTL  00000000'.
       01  WS-REF-TABLE REDEFINES WS-REF-VALUES.
           05  WS-REF-ENTRY OCCURS 8 TIMES.
               10  WS-REF-FILE         PIC X(8).
               10  WS-REF-KEY-START    PIC 9(2).
               10  WS-REF-KEY-LENGTH   PIC 9(2).
               10  WS-REF-KEY2-START   PIC 9(2).
               10  WS-REF-KEY2-LENGTH  PIC 9(2).
       01  WS-REF-INDEX                PIC 9(1) COMP.
       01  WS-KEY-START                PIC 9(2).
       01  WS-KEY-LENGTH               PIC 9(2).
       01  WS-KEY2-START               PIC 9(2).
       01  WS-KEY2-LENGTH              PIC 9(2).
      *> The reference file being changed, held in storage while its
      *> due changes are applied.
       01  WS-ROW-INDEX                PIC 9(5) COMP.
       01  WS-ROW-COUNT                PIC 9(5) COMP VALUE 0.
       01  WS-MATCH-INDEX              PIC 9(5) COMP.
       01  WS-LOAD-IMAGE               PIC X(80).
       01  WS-LOAD-STATE               PIC X(1).
           88  WS-LOAD-OVERFLOW        VALUE 'Y'.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 10000 TIMES.
               10  WS-ROW-IMAGE        PIC X(80).
               10  WS-ROW-STATE        PIC X(1).
                   88  WS-ROW-DELETED  VALUE 'D'.
       01  WS-COUNTS.
           05  WS-SUBMITTED-COUNT      PIC 9(7) VALUE 0.
           05  WS-RESUBMITTED-COUNT    PIC 9(7) VALUE 0.
           05  WS-SUBMIT-REJECT-COUNT  PIC 9(7) VALUE 0.
           05  WS-APPROVED-COUNT       PIC 9(7) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(7) VALUE 0.
           05  WS-DECISION-REJECT-COUNT PIC 9(7) VALUE 0.
           05  WS-APPLIED-COUNT        PIC 9(7) VALUE 0.
           05  WS-FAILED-COUNT         PIC 9(7) VALUE 0.
           05  WS-OVERFLOW-COUNT       PIC 9(7) VALUE 0.
           05  WS-FILES-CHANGED        PIC 9(1) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-STAMP
           OPEN I-O CHANGE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-MASTER
               CLOSE CHANGE-MASTER
               OPEN I-O CHANGE-MASTER
           END-IF
           OPEN OUTPUT SUBMISSION-REJECT-FILE DECISION-REJECT-FILE
           OPEN EXTEND WRAPPER-FILE
           IF WS-WRAPPER-STATUS NOT = "00"
               OPEN OUTPUT WRAPPER-FILE
           END-IF
           PERFORM 1000-TAKE-SUBMISSIONS
           PERFORM 2000-TAKE-DECISIONS
           PERFORM VARYING WS-REF-INDEX FROM 1 BY 1
               UNTIL WS-REF-INDEX > 8
               PERFORM 3000-APPLY-REFERENCE-FILE
           END-PERFORM
           CLOSE CHANGE-MASTER SUBMISSION-REJECT-FILE
                 DECISION-REJECT-FILE WRAPPER-FILE
           DISPLAY "REFCHG: SUBMITTED=" WS-SUBMITTED-COUNT
                   " ALREADY-HELD=" WS-RESUBMITTED-COUNT
                   " SUBMIT-REJECTS=" WS-SUBMIT-REJECT-COUNT
           DISPLAY "REFCHG: APPROVED=" WS-APPROVED-COUNT
                   " REJECTED=" WS-REJECTED-COUNT
                   " DECISION-REJECTS=" WS-DECISION-REJECT-COUNT
                   " APPLIED=" WS-APPLIED-COUNT
                   " FAILED=" WS-FAILED-COUNT
                   " FILES-CHANGED=" WS-FILES-CHANGED
                   " FILES-TOO-BIG=" WS-OVERFLOW-COUNT
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

      *> A submission must name a controlled file, a maker and a
      *> known action; one already on the master from an earlier
      *> run is passed over.
       1000-TAKE-SUBMISSIONS.
           OPEN INPUT SUBMISSION-FILE
           IF WS-SUBMISSION-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ SUBMISSION-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 1100-TAKE-SUBMISSION
                   END-READ
               END-PERFORM
               CLOSE SUBMISSION-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       1100-TAKE-SUBMISSION.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-REF-INDEX FROM 1 BY 1
               UNTIL WS-REF-INDEX > 8 OR WS-ENTRY-FOUND
               IF WS-REF-FILE (WS-REF-INDEX) = RCT-REF-FILE
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
                   OR RCT-MAKER-ID = SPACES
                   OR NOT (RCT-ADD OR RCT-CHANGE OR RCT-DELETE)
                   OR RCT-SUBMITTED-TS NOT NUMERIC
                   OR RCT-EFFECTIVE-DATE NOT NUMERIC
               MOVE REF-CHANGE-TRANSACTION TO REF-CHANGE-SUBMIT-REJECT
               WRITE REF-CHANGE-SUBMIT-REJECT
               ADD 1 TO WS-SUBMIT-REJECT-COUNT
           ELSE
               INITIALIZE REF-CHANGE-RECORD
               MOVE RCT-REF-FILE TO RCM-REF-FILE
               MOVE RCT-SUBMITTED-TS TO RCM-SUBMITTED-TS
               MOVE RCT-MAKER-ID TO RCM-MAKER-ID
               MOVE RCT-ACTION TO RCM-ACTION
               MOVE RCT-EFFECTIVE-DATE TO RCM-EFFECTIVE-DATE
               SET RCM-PENDING TO TRUE
               MOVE RCT-RECORD-IMAGE TO RCM-RECORD-IMAGE
               WRITE REF-CHANGE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-RESUBMITTED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-SUBMITTED-COUNT
               END-WRITE
           END-IF.

      *> Only a pending change can be decided, and never by the
      *> user who made it.
       2000-TAKE-DECISIONS.
           OPEN INPUT DECISION-FILE
           IF WS-DECISION-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ DECISION-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 2100-TAKE-DECISION
                   END-READ
               END-PERFORM
               CLOSE DECISION-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       2100-TAKE-DECISION.
           MOVE 'N' TO WS-FOUND
           MOVE RCK-CHANGE-KEY TO RCM-CHANGE-KEY
           READ CHANGE-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ENTRY-FOUND TO TRUE
           END-READ
           IF NOT WS-ENTRY-FOUND
                   OR NOT RCM-PENDING
                   OR RCK-CHECKER-ID = SPACES
                   OR RCK-CHECKER-ID = RCM-MAKER-ID
                   OR NOT (RCK-APPROVE OR RCK-REJECT)
                   OR RCK-DECIDED-TS NOT NUMERIC
               MOVE REF-CHANGE-DECISION TO REF-CHANGE-DECISION-REJECT
               WRITE REF-CHANGE-DECISION-REJECT
               ADD 1 TO WS-DECISION-REJECT-COUNT
           ELSE
               MOVE RCK-CHECKER-ID TO RCM-CHECKER-ID
               MOVE RCK-DECIDED-TS TO RCM-DECIDED-TS
               IF RCK-APPROVE
                   SET RCM-APPROVED TO TRUE
                   ADD 1 TO WS-APPROVED-COUNT
               ELSE
                   SET RCM-REJECTED TO TRUE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
               REWRITE REF-CHANGE-RECORD
           END-IF.

      *> The master holds a file's changes together in submission
      *> order, so one sweep from the file's first key finds whether
      *> any is due and a second applies them in order.
       3000-APPLY-REFERENCE-FILE.
           MOVE WS-REF-KEY-START (WS-REF-INDEX) TO WS-KEY-START
           MOVE WS-REF-KEY-LENGTH (WS-REF-INDEX) TO WS-KEY-LENGTH
           MOVE WS-REF-KEY2-START (WS-REF-INDEX) TO WS-KEY2-START
           MOVE WS-REF-KEY2-LENGTH (WS-REF-INDEX) TO WS-KEY2-LENGTH
           MOVE 'N' TO WS-DUE-STATE
           PERFORM 3100-START-FILE-CHANGES
           PERFORM UNTIL END-OF-MASTER
               READ CHANGE-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       IF RCM-REF-FILE NOT = WS-REF-FILE (WS-REF-INDEX)
                           SET END-OF-MASTER TO TRUE
                       ELSE
                           IF RCM-APPROVED
                                   AND RCM-EFFECTIVE-DATE <= WS-TODAY
                               SET WS-CHANGE-DUE TO TRUE
                               SET END-OF-MASTER TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CHANGE-DUE
               PERFORM 4000-LOAD-REFERENCE-FILE
               PERFORM 3100-START-FILE-CHANGES
               PERFORM UNTIL END-OF-MASTER
                   READ CHANGE-MASTER NEXT
                       AT END SET END-OF-MASTER TO TRUE
                       NOT AT END
                           IF RCM-REF-FILE
                                   NOT = WS-REF-FILE (WS-REF-INDEX)
                               SET END-OF-MASTER TO TRUE
                           ELSE
                               IF RCM-APPROVED
                                   AND RCM-EFFECTIVE-DATE <= WS-TODAY
                                   IF WS-LOAD-OVERFLOW
                                       PERFORM 3250-FAIL-CHANGE
                                   ELSE
                                       PERFORM 3200-APPLY-CHANGE
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-LOAD-OVERFLOW
                   ADD 1 TO WS-OVERFLOW-COUNT
               ELSE
                   PERFORM 5000-WRITE-REFERENCE-FILE
                   ADD 1 TO WS-FILES-CHANGED
               END-IF
           END-IF.

       3100-START-FILE-CHANGES.
           MOVE 'N' TO WS-MASTER-EOF
           MOVE LOW-VALUES TO RCM-CHANGE-KEY
           MOVE WS-REF-FILE (WS-REF-INDEX) TO RCM-REF-FILE
           START CHANGE-MASTER KEY IS NOT LESS THAN RCM-CHANGE-KEY
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START.

      *> An add needs its key absent, a change or delete needs it
      *> present; a change that no longer fits fails and the file
      *> is left as it was for that row.
       3200-APPLY-CHANGE.
           PERFORM 3300-FIND-ROW
           EVALUATE TRUE
               WHEN RCM-ADD AND NOT WS-ENTRY-FOUND
                   IF WS-ROW-COUNT < 10000
                       ADD 1 TO WS-ROW-COUNT
                       MOVE RCM-RECORD-IMAGE
                           TO WS-ROW-IMAGE (WS-ROW-COUNT)
                       MOVE SPACE TO WS-ROW-STATE (WS-ROW-COUNT)
                       MOVE SPACES TO RCM-BEFORE-IMAGE
                       MOVE RCM-RECORD-IMAGE TO RCM-AFTER-IMAGE
                       SET RCM-APPLIED TO TRUE
                   ELSE
                       SET RCM-FAILED TO TRUE
                   END-IF
               WHEN RCM-CHANGE AND WS-ENTRY-FOUND
                   MOVE WS-ROW-IMAGE (WS-MATCH-INDEX)
                       TO RCM-BEFORE-IMAGE
                   MOVE RCM-RECORD-IMAGE
                       TO WS-ROW-IMAGE (WS-MATCH-INDEX)
                   MOVE RCM-RECORD-IMAGE TO RCM-AFTER-IMAGE
                   SET RCM-APPLIED TO TRUE
               WHEN RCM-DELETE AND WS-ENTRY-FOUND
                   MOVE WS-ROW-IMAGE (WS-MATCH-INDEX)
                       TO RCM-BEFORE-IMAGE
                   SET WS-ROW-DELETED (WS-MATCH-INDEX) TO TRUE
                   MOVE SPACES TO RCM-AFTER-IMAGE
                   SET RCM-APPLIED TO TRUE
               WHEN OTHER
                   SET RCM-FAILED TO TRUE
           END-EVALUATE
           MOVE WS-NOW-STAMP TO RCM-APPLIED-TS
           IF RCM-APPLIED
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           REWRITE REF-CHANGE-RECORD.

      *> The reference file held more rows than storage takes, so
      *> writing it back would lose the rest. The change is failed
      *> untouched and sent to the exception stream; the file stays
      *> as it was.
       3250-FAIL-CHANGE.
           SET RCM-FAILED TO TRUE
           MOVE WS-NOW-STAMP TO RCM-APPLIED-TS
           ADD 1 TO WS-FAILED-COUNT
           REWRITE REF-CHANGE-RECORD
           MOVE 'REFCHG' TO EXW-SOURCE-PROGRAM
           MOVE SPACES TO EXW-EXCEPTION-KEY
           STRING RCM-REF-FILE "/" RCM-SUBMITTED-TS "/" RCM-MAKER-ID
               DELIMITED BY SIZE INTO EXW-EXCEPTION-KEY
           END-STRING
           MOVE 'RFBG' TO EXW-REASON-CODE
           MOVE WS-TODAY TO EXW-RAISED-DATE
           MOVE SPACES TO EXW-DETAIL
           STRING "REFERENCE FILE " RCM-REF-FILE
                  " EXCEEDS 10000 ROWS - CHANGE NOT APPLIED,"
                  " FILE LEFT UNCHANGED"
               DELIMITED BY SIZE INTO EXW-DETAIL
           END-STRING
           WRITE EXCEPTION-WRAPPER-RECORD.

      *> A keyless file's single row matches whatever key is given.
       3300-FIND-ROW.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
               UNTIL WS-ROW-INDEX > WS-ROW-COUNT OR WS-ENTRY-FOUND
               IF NOT WS-ROW-DELETED (WS-ROW-INDEX)
                   IF WS-KEY-LENGTH = 0
                       SET WS-ENTRY-FOUND TO TRUE
                       MOVE WS-ROW-INDEX TO WS-MATCH-INDEX
                   ELSE
                       IF WS-ROW-IMAGE (WS-ROW-INDEX)
                               (WS-KEY-START:WS-KEY-LENGTH)
                           = RCM-RECORD-IMAGE
                               (WS-KEY-START:WS-KEY-LENGTH)
                           PERFORM 3310-MATCH-KEY-PART-TWO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3310-MATCH-KEY-PART-TWO.
           IF WS-KEY2-LENGTH = 0
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-ROW-INDEX TO WS-MATCH-INDEX
           ELSE
               IF WS-ROW-IMAGE (WS-ROW-INDEX)
                       (WS-KEY2-START:WS-KEY2-LENGTH)
                   = RCM-RECORD-IMAGE (WS-KEY2-START:WS-KEY2-LENGTH)
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-ROW-INDEX TO WS-MATCH-INDEX
               END-IF
           END-IF.

      *> A reference file not yet created loads as empty.
       4000-LOAD-REFERENCE-FILE.
           MOVE 0 TO WS-ROW-COUNT
           MOVE 'N' TO WS-LOAD-STATE
           MOVE 'N' TO WS-EOF
           EVALUATE WS-REF-INDEX
               WHEN 1
                   OPEN INPUT GLMAP-FILE
                   IF WS-REF-STATUS = "00"
                       PERFORM UNTIL END-OF-FILE
                           READ GLMAP-FILE
                               AT END SET END-OF-FILE TO TRUE
                               NOT AT END
                                   MOVE GL-ACCOUNT-MAPPING
                                       TO WS-LOAD-IMAGE
                                   PERFORM 4900-STORE-ROW
                           END-READ
                       END-PERFORM
                       CLOSE GLMAP-FILE
                   END-IF
               WHEN 2
                   OPEN INPUT FEESCHED-FILE
                   IF WS-REF-STATUS = "00"
                       PERFORM UNTIL END-OF-FILE
                           READ FEESCHED-FILE
                               AT END SET END-OF-FILE TO TRUE
                               NOT AT END
                                   MOVE FEE-SCHEDULE-RECORD
                                       TO WS-LOAD-IMAGE
                                   PERFORM 4900-STORE-ROW
                           END-READ
                       END-PERFORM
                       CLOSE FEESCHED-FILE
                   END-IF
               WHEN 3
                   OPEN INPUT RATECHG-FILE
                   IF WS-REF-STATUS = "00"
                       PERFORM UNTIL END-OF-FILE
                           READ RATECHG-FILE
                               AT END SET END-OF-FILE TO TRUE
                               NOT AT END
                                   MOVE RATE-CHANGE-RECORD
                                       TO WS-LOAD-IMAGE
                                   PERFORM 4900-STORE-ROW
                           END-READ
                       END-PERFORM
                       CLOSE RATECHG-FILE
                   END-IF
               WHEN 4
                   OPEN INPUT ALRTRULE-FILE
                   IF WS-REF-STATUS = "00"
                       PERFORM UNTIL END-OF-FILE
                           READ ALRTRULE-FILE
                               AT END SET END-OF-FILE TO TRUE
                               NOT AT END
                                   MOVE ALERT-SEVERITY-RULE-RECORD
                                       TO WS-LOAD-IMAGE
                                   PERFORM 4900-STORE-ROW
                           END-READ
                       END-PERFORM
                       CLOSE ALRTRULE-FILE
                   END-IF
               WHEN 5
                   OPEN INPUT FILERULE-FILE
                   IF WS-REF-STATUS = "00"
                       PERFORM UNTIL END-OF-FILE
                           READ FILERULE-FILE
                               AT END SET END-OF-FILE TO TRUE
                               NOT AT END
                                   MOVE FILE-THRESHOLD-RULE
                                       TO WS-LOAD-IMAGE
                                   PERFORM 4900-STORE-ROW
                           END-READ
                       END-PERFORM
                       CLOSE FILERULE-FILE
                   END-IF
               WHEN 6
                   OPEN INPUT ALLOCPOL-FILE
                   IF WS-REF-STATUS = "00"
                       PERFORM UNTIL END-OF-FILE
                           READ ALLOCPOL-FILE
                               AT END SET END-OF-FILE TO TRUE
                               NOT AT END
                                   MOVE ALLOCATION-POLICY-RECORD
                                       TO WS-LOAD-IMAGE
                                   PERFORM 4900-STORE-ROW
                           END-READ
                       END-PERFORM
                       CLOSE ALLOCPOL-FILE
                   END-IF
               WHEN 7
                   OPEN INPUT BASISRUL-FILE
                   IF WS-REF-STATUS = "00"
                       PERFORM UNTIL END-OF-FILE
                           READ BASISRUL-FILE
                               AT END SET END-OF-FILE TO TRUE
                               NOT AT END
                                   MOVE BASIS-RULE-RECORD
                                       TO WS-LOAD-IMAGE
                                   PERFORM 4900-STORE-ROW
                           END-READ
                       END-PERFORM
                       CLOSE BASISRUL-FILE
                   END-IF
               WHEN 8
                   OPEN INPUT VELCTL-FILE
                   IF WS-REF-STATUS = "00"
                       PERFORM UNTIL END-OF-FILE
                           READ VELCTL-FILE
                               AT END SET END-OF-FILE TO TRUE
                               NOT AT END
                                   MOVE VELOCITY-THRESHOLD-RECORD
                                       TO WS-LOAD-IMAGE
                                   PERFORM 4900-STORE-ROW
                           END-READ
                       END-PERFORM
                       CLOSE VELCTL-FILE
                   END-IF
           END-EVALUATE
           MOVE 'N' TO WS-EOF.

       4900-STORE-ROW.
           IF WS-ROW-COUNT < 10000
               ADD 1 TO WS-ROW-COUNT
               MOVE WS-LOAD-IMAGE TO WS-ROW-IMAGE (WS-ROW-COUNT)
               MOVE SPACE TO WS-ROW-STATE (WS-ROW-COUNT)
           ELSE
               SET WS-LOAD-OVERFLOW TO TRUE
           END-IF.

      *> The file is written back in its original order, added rows
      *> last and deleted rows dropped.
       5000-WRITE-REFERENCE-FILE.
           EVALUATE WS-REF-INDEX
               WHEN 1
                   OPEN OUTPUT GLMAP-FILE
               WHEN 2
                   OPEN OUTPUT FEESCHED-FILE
               WHEN 3
                   OPEN OUTPUT RATECHG-FILE
               WHEN 4
                   OPEN OUTPUT ALRTRULE-FILE
               WHEN 5
                   OPEN OUTPUT FILERULE-FILE
               WHEN 6
                   OPEN OUTPUT ALLOCPOL-FILE
               WHEN 7
                   OPEN OUTPUT BASISRUL-FILE
               WHEN 8
                   OPEN OUTPUT VELCTL-FILE
           END-EVALUATE
           PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
               UNTIL WS-ROW-INDEX > WS-ROW-COUNT
               IF NOT WS-ROW-DELETED (WS-ROW-INDEX)
                   PERFORM 5100-WRITE-ROW
               END-IF
           END-PERFORM
           EVALUATE WS-REF-INDEX
               WHEN 1
                   CLOSE GLMAP-FILE
               WHEN 2
                   CLOSE FEESCHED-FILE
               WHEN 3
                   CLOSE RATECHG-FILE
               WHEN 4
                   CLOSE ALRTRULE-FILE
               WHEN 5
                   CLOSE FILERULE-FILE
               WHEN 6
                   CLOSE ALLOCPOL-FILE
               WHEN 7
                   CLOSE BASISRUL-FILE
               WHEN 8
                   CLOSE VELCTL-FILE
           END-EVALUATE.

       5100-WRITE-ROW.
           EVALUATE WS-REF-INDEX
               WHEN 1
                   MOVE WS-ROW-IMAGE (WS-ROW-INDEX)
                       TO GL-ACCOUNT-MAPPING
                   WRITE GL-ACCOUNT-MAPPING
               WHEN 2
                   MOVE WS-ROW-IMAGE (WS-ROW-INDEX)
                       TO FEE-SCHEDULE-RECORD
                   WRITE FEE-SCHEDULE-RECORD
               WHEN 3
                   MOVE WS-ROW-IMAGE (WS-ROW-INDEX)
                       TO RATE-CHANGE-RECORD
                   WRITE RATE-CHANGE-RECORD
               WHEN 4
                   MOVE WS-ROW-IMAGE (WS-ROW-INDEX)
                       TO ALERT-SEVERITY-RULE-RECORD
                   WRITE ALERT-SEVERITY-RULE-RECORD
               WHEN 5
                   MOVE WS-ROW-IMAGE (WS-ROW-INDEX)
                       TO FILE-THRESHOLD-RULE
                   WRITE FILE-THRESHOLD-RULE
               WHEN 6
                   MOVE WS-ROW-IMAGE (WS-ROW-INDEX)
                       TO ALLOCATION-POLICY-RECORD
                   WRITE ALLOCATION-POLICY-RECORD
               WHEN 7
                   MOVE WS-ROW-IMAGE (WS-ROW-INDEX)
                       TO BASIS-RULE-RECORD
                   WRITE BASIS-RULE-RECORD
               WHEN 8
                   MOVE WS-ROW-IMAGE (WS-ROW-INDEX)
                       TO VELOCITY-THRESHOLD-RECORD
                   WRITE VELOCITY-THRESHOLD-RECORD
           END-EVALUATE.
