      *> REFAUDIT - Quarterly reference change audit. Lists every
      *> change on the reference change master that was submitted,
      *> decided or applied in the calendar quarter of the business
      *> date - maker and checker with their timestamps, the action,
      *> its outcome and, once applied, the row before and after -
      *> grouped by reference file, each file closed by a total line
      *> of its changes, those applied, those rejected and those
      *> still open (pending or approved and not yet effective).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFAUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-MASTER ASSIGN TO "REFCHGM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCM-CHANGE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT AUDIT-REPORT ASSIGN TO "REFAUDRP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-MASTER.
           COPY ref_change_record.
       FD  AUDIT-REPORT.
           COPY ref_change_audit_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05  WS-TODAY-YEAR           PIC 9(4).
           05  WS-TODAY-MONTH          PIC 9(2).
           05  WS-TODAY-DAY            PIC 9(2).
       01  WS-QUARTER-NUMBER           PIC 9(1).
       01  WS-QUARTER-LABEL.
           05  WS-QUARTER-YEAR         PIC 9(4).
           05  FILLER                  PIC X(1) VALUE 'Q'.
           05  WS-QUARTER-DIGIT        PIC 9(1).
       01  WS-QUARTER-START.
           05  WS-START-YEAR           PIC 9(4).
           05  WS-START-MONTH          PIC 9(2).
           05  FILLER                  PIC 9(2) VALUE 01.
       01  WS-QUARTER-START-DATE REDEFINES WS-QUARTER-START
                                       PIC 9(8).
       01  WS-QUARTER-END.
           05  WS-END-YEAR             PIC 9(4).
           05  WS-END-MONTH            PIC 9(2).
           05  FILLER                  PIC 9(2) VALUE 31.
       01  WS-QUARTER-END-DATE REDEFINES WS-QUARTER-END
                                       PIC 9(8).
       01  WS-IN-QUARTER               PIC X(1).
           88  WS-CHANGE-IN-QUARTER    VALUE 'Y'.
       01  WS-CURRENT-FILE             PIC X(8) VALUE SPACES.
       01  WS-FILE-TOTALS.
           05  WS-CHANGE-COUNT         PIC 9(5) VALUE 0.
           05  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(5) VALUE 0.
           05  WS-OPEN-COUNT           PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT               PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 0100-SET-QUARTER
           OPEN OUTPUT AUDIT-REPORT
           OPEN INPUT CHANGE-MASTER
           IF WS-MASTER-STATUS = "00"
               MOVE LOW-VALUES TO RCM-CHANGE-KEY
               START CHANGE-MASTER KEY IS NOT LESS THAN RCM-CHANGE-KEY
                   INVALID KEY SET END-OF-MASTER TO TRUE
               END-START
               PERFORM UNTIL END-OF-MASTER
                   READ CHANGE-MASTER NEXT
                       AT END SET END-OF-MASTER TO TRUE
                       NOT AT END
                           PERFORM 1000-AUDIT-CHANGE
                   END-READ
               END-PERFORM
               CLOSE CHANGE-MASTER
           END-IF
           IF WS-CURRENT-FILE NOT = SPACES
               PERFORM 2000-WRITE-FILE-TOTAL
           END-IF
           CLOSE AUDIT-REPORT
           DISPLAY "REFAUDIT: QUARTER=" WS-QUARTER-LABEL
                   " LINES=" WS-LINE-COUNT
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

      *> Timestamps are compared on their date part, so the quarter
      *> can close on the 31st whatever its last month's length.
       0100-SET-QUARTER.
           COMPUTE WS-QUARTER-NUMBER = (WS-TODAY-MONTH + 2) / 3
           MOVE WS-TODAY-YEAR TO WS-QUARTER-YEAR WS-START-YEAR
                                 WS-END-YEAR
           MOVE WS-QUARTER-NUMBER TO WS-QUARTER-DIGIT
           COMPUTE WS-START-MONTH = WS-QUARTER-NUMBER * 3 - 2
           COMPUTE WS-END-MONTH = WS-QUARTER-NUMBER * 3.

       1000-AUDIT-CHANGE.
           MOVE 'N' TO WS-IN-QUARTER
           IF RCM-SUBMITTED-TS (1:8) >= WS-QUARTER-START-DATE
                   AND RCM-SUBMITTED-TS (1:8) <= WS-QUARTER-END-DATE
               SET WS-CHANGE-IN-QUARTER TO TRUE
           END-IF
           IF RCM-DECIDED-TS (1:8) >= WS-QUARTER-START-DATE
                   AND RCM-DECIDED-TS (1:8) <= WS-QUARTER-END-DATE
               SET WS-CHANGE-IN-QUARTER TO TRUE
           END-IF
           IF RCM-APPLIED-TS (1:8) >= WS-QUARTER-START-DATE
                   AND RCM-APPLIED-TS (1:8) <= WS-QUARTER-END-DATE
               SET WS-CHANGE-IN-QUARTER TO TRUE
           END-IF
           IF WS-CHANGE-IN-QUARTER
               IF RCM-REF-FILE NOT = WS-CURRENT-FILE
                   IF WS-CURRENT-FILE NOT = SPACES
                       PERFORM 2000-WRITE-FILE-TOTAL
                   END-IF
                   MOVE RCM-REF-FILE TO WS-CURRENT-FILE
               END-IF
               PERFORM 1100-WRITE-DETAIL
           END-IF.

       1100-WRITE-DETAIL.
           MOVE SPACES TO REF-CHANGE-AUDIT-LINE
           SET RCA-DETAIL-LINE TO TRUE
           MOVE WS-QUARTER-LABEL TO RCA-QUARTER
           MOVE RCM-REF-FILE TO RCA-REF-FILE
           MOVE RCM-ACTION TO RCA-ACTION
           MOVE RCM-STATUS TO RCA-STATUS
           MOVE RCM-MAKER-ID TO RCA-MAKER-ID
           MOVE RCM-SUBMITTED-TS TO RCA-SUBMITTED-TS
           MOVE RCM-CHECKER-ID TO RCA-CHECKER-ID
           MOVE RCM-DECIDED-TS TO RCA-DECIDED-TS
           MOVE RCM-EFFECTIVE-DATE TO RCA-EFFECTIVE-DATE
           MOVE RCM-APPLIED-TS TO RCA-APPLIED-TS
           IF RCM-APPLIED
               MOVE RCM-BEFORE-IMAGE TO RCA-BEFORE-IMAGE
               MOVE RCM-AFTER-IMAGE TO RCA-AFTER-IMAGE
           ELSE
               MOVE RCM-RECORD-IMAGE TO RCA-AFTER-IMAGE
           END-IF
           MOVE 0 TO RCA-CHANGE-COUNT RCA-APPLIED-COUNT
                     RCA-REJECTED-COUNT RCA-OPEN-COUNT
           WRITE REF-CHANGE-AUDIT-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-CHANGE-COUNT
           EVALUATE TRUE
               WHEN RCM-APPLIED
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN RCM-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN RCM-PENDING
               WHEN RCM-APPROVED
                   ADD 1 TO WS-OPEN-COUNT
           END-EVALUATE.

       2000-WRITE-FILE-TOTAL.
           MOVE SPACES TO REF-CHANGE-AUDIT-LINE
           SET RCA-TOTAL-LINE TO TRUE
           MOVE WS-QUARTER-LABEL TO RCA-QUARTER
           MOVE WS-CURRENT-FILE TO RCA-REF-FILE
           MOVE 0 TO RCA-SUBMITTED-TS RCA-DECIDED-TS
                     RCA-EFFECTIVE-DATE RCA-APPLIED-TS
           MOVE WS-CHANGE-COUNT TO RCA-CHANGE-COUNT
           MOVE WS-APPLIED-COUNT TO RCA-APPLIED-COUNT
           MOVE WS-REJECTED-COUNT TO RCA-REJECTED-COUNT
           MOVE WS-OPEN-COUNT TO RCA-OPEN-COUNT
           WRITE REF-CHANGE-AUDIT-LINE
           ADD 1 TO WS-LINE-COUNT
           INITIALIZE WS-FILE-TOTALS.
