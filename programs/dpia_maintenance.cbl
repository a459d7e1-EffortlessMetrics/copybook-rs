      *> DPIAMNT - Data protection impact assessment maintenance.
      *> Applies start, submit, approve and reject transactions to the
      *> DPIA master keyed on PROCESSING-ACTIVITY-ID. An assessment is
      *> started under a named reviewer - afresh, over one DPIASCRN
      *> flagged as not started, over one the DPO refused, or over an
      *> approved one coming up for re-review - and is submitted by
      *> that reviewer once complete. Only the DPO signs it off, and
      *> never as its own reviewer; the sign-off sets the re-review
      *> date (a year on when none is given). Anything out of
      *> sequence goes to the reject file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DPIAMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "DPIATRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DPIA-MASTER ASSIGN TO "DPIAMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPI-ACTIVITY-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REJECT-FILE ASSIGN TO "DPIAREJ"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           COPY dpia_transaction.
       FD  DPIA-MASTER.
           COPY dpia_assessment_record.
       FD  REJECT-FILE.
           COPY dpia_transaction
               REPLACING ==DPIA-TRANSACTION==
                      BY ==REJECTED-DPIA-TRANSACTION==
                         LEADING ==DPT== BY ==RJP==.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-ROW-STATE                PIC X(1).
           88  WS-ROW-FOUND            VALUE 'Y'.
       01  WS-COUNTS.
           05  WS-STARTED-COUNT        PIC 9(9) VALUE 0.
           05  WS-SUBMITTED-COUNT      PIC 9(9) VALUE 0.
           05  WS-APPROVED-COUNT       PIC 9(9) VALUE 0.
           05  WS-REJECTED-DPIA-COUNT  PIC 9(9) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN I-O DPIA-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               OPEN OUTPUT DPIA-MASTER
               CLOSE DPIA-MASTER
               OPEN I-O DPIA-MASTER
           END-IF
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM 1000-READ-MAINT
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-APPLY-MAINT
               PERFORM 1000-READ-MAINT
           END-PERFORM
           CLOSE DPIA-MASTER MAINT-FILE REJECT-FILE
           DISPLAY "DPIAMNT: STARTED=" WS-STARTED-COUNT
                   " SUBMITTED=" WS-SUBMITTED-COUNT
                   " APPROVED=" WS-APPROVED-COUNT
                   " DPO-REJECTED=" WS-REJECTED-DPIA-COUNT
                   " REJECTED=" WS-REJECTED-COUNT
           GOBACK.

       1000-READ-MAINT.
           READ MAINT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-APPLY-MAINT.
           MOVE DPT-ACTIVITY-ID TO DPI-ACTIVITY-ID
           MOVE 'N' TO WS-ROW-STATE
           READ DPIA-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ROW-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN DPT-ACTIVITY-ID = SPACES
                   PERFORM 9000-REJECT-MAINT
               WHEN DPT-START
                   PERFORM 2100-START-ASSESSMENT
               WHEN DPT-SUBMIT
                   PERFORM 2200-SUBMIT-ASSESSMENT
               WHEN DPT-APPROVE
                   PERFORM 2300-APPROVE-ASSESSMENT
               WHEN DPT-REJECT
                   PERFORM 2400-REJECT-ASSESSMENT
               WHEN OTHER
                   PERFORM 9000-REJECT-MAINT
           END-EVALUATE.

      *> A new cycle clears the previous sign-off; the screening
      *> history stays with the row.
       2100-START-ASSESSMENT.
           IF DPT-REVIEWER-ID = SPACES
                   OR (WS-ROW-FOUND
                       AND (DPI-IN-PROGRESS OR DPI-SUBMITTED))
               PERFORM 9000-REJECT-MAINT
           ELSE
               IF NOT WS-ROW-FOUND
                   INITIALIZE DPIA-ASSESSMENT-RECORD
                   MOVE DPT-ACTIVITY-ID TO DPI-ACTIVITY-ID
               END-IF
               SET DPI-IN-PROGRESS TO TRUE
               MOVE DPT-REVIEWER-ID TO DPI-REVIEWER-ID
               MOVE DPT-MAINT-DATE TO DPI-STARTED-DATE
               MOVE 0 TO DPI-SUBMITTED-DATE DPI-SIGNOFF-DATE
               MOVE SPACES TO DPI-DPO-ID
               PERFORM 8000-STAMP-AND-STORE
               ADD 1 TO WS-STARTED-COUNT
           END-IF.

       2200-SUBMIT-ASSESSMENT.
           IF NOT WS-ROW-FOUND OR NOT DPI-IN-PROGRESS
                   OR DPT-REVIEWER-ID NOT = DPI-REVIEWER-ID
               PERFORM 9000-REJECT-MAINT
           ELSE
               SET DPI-SUBMITTED TO TRUE
               MOVE DPT-MAINT-DATE TO DPI-SUBMITTED-DATE
               PERFORM 8000-STAMP-AND-STORE
               ADD 1 TO WS-SUBMITTED-COUNT
           END-IF.

       2300-APPROVE-ASSESSMENT.
           IF NOT WS-ROW-FOUND OR NOT DPI-SUBMITTED
                   OR DPT-DPO-ID = SPACES
                   OR DPT-DPO-ID = DPI-REVIEWER-ID
                   OR (DPT-RE-REVIEW-DATE NOT = 0
                       AND DPT-RE-REVIEW-DATE NOT > DPT-MAINT-DATE)
               PERFORM 9000-REJECT-MAINT
           ELSE
               SET DPI-APPROVED TO TRUE
               MOVE DPT-DPO-ID TO DPI-DPO-ID
               MOVE DPT-MAINT-DATE TO DPI-SIGNOFF-DATE
               IF DPT-RE-REVIEW-DATE = 0
                   COMPUTE DPI-RE-REVIEW-DATE =
                       FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE (DPT-MAINT-DATE)
                            + 365)
               ELSE
                   MOVE DPT-RE-REVIEW-DATE TO DPI-RE-REVIEW-DATE
               END-IF
               PERFORM 8000-STAMP-AND-STORE
               ADD 1 TO WS-APPROVED-COUNT
           END-IF.

       2400-REJECT-ASSESSMENT.
           IF NOT WS-ROW-FOUND OR NOT DPI-SUBMITTED
                   OR DPT-DPO-ID = SPACES
                   OR DPT-DPO-ID = DPI-REVIEWER-ID
               PERFORM 9000-REJECT-MAINT
           ELSE
               SET DPI-REJECTED TO TRUE
               MOVE DPT-DPO-ID TO DPI-DPO-ID
               MOVE DPT-MAINT-DATE TO DPI-SIGNOFF-DATE
               PERFORM 8000-STAMP-AND-STORE
               ADD 1 TO WS-REJECTED-DPIA-COUNT
           END-IF.

       8000-STAMP-AND-STORE.
           MOVE DPT-MAINT-USER TO DPI-MAINT-USER
           MOVE DPT-MAINT-DATE TO DPI-MAINT-DATE
           IF WS-ROW-FOUND
               REWRITE DPIA-ASSESSMENT-RECORD
           ELSE
               WRITE DPIA-ASSESSMENT-RECORD
           END-IF.

       9000-REJECT-MAINT.
           MOVE DPIA-TRANSACTION TO REJECTED-DPIA-TRANSACTION
           WRITE REJECTED-DPIA-TRANSACTION
           ADD 1 TO WS-REJECTED-COUNT.
