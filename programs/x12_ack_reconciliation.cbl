      *> X12ACK - Clearinghouse acknowledgment reconciliation. Posts
      *> the 999 and 277CA answers to the claims X12GEN sent, by claim
      *> control number, onto the submission status master. A 999
      *> acceptance moves a claim to batch-accepted; a 277CA
      *> acceptance means the payer has taken it in. A rejection by
      *> either is a front-door reject and goes to the exception file
      *> with its status code for correction and resubmission, as does
      *> an acknowledgment for a claim never sent or dated before the
      *> claim's latest submission. After posting, every claim
      *> without a payer acceptance whose timely-filing deadline falls
      *> inside the warning window - or has passed - is reported with
      *> the days it has left.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X12ACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO "X12ACKIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUBMISSION-MASTER ASSIGN TO "CLMSUBM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSB-CONTROL-NUMBER
               FILE STATUS IS WS-SUBMISSION-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "X12ACKRP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE.
           COPY x12_ack_record.
       FD  SUBMISSION-MASTER.
           COPY claim_submission_record.
       FD  EXCEPTION-FILE.
           COPY claim_ack_exception_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-SUBMISSION-STATUS        PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-CLAIM-STATE              PIC X(1).
           88  WS-CLAIM-ON-FILE        VALUE 'Y'.
      *> Claims within this many days of their filing deadline
      *> without a payer acceptance are reported.
       01  WS-FILING-WARNING-DAYS      PIC 9(3) VALUE 30.
       01  WS-DAYS-LEFT                PIC S9(5).
       01  WS-COUNTS.
           05  WS-ACK-COUNT            PIC 9(9) VALUE 0.
           05  WS-BATCH-ACCEPT-COUNT   PIC 9(9) VALUE 0.
           05  WS-PAYER-ACCEPT-COUNT   PIC 9(9) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(9) VALUE 0.
           05  WS-UNMATCHED-COUNT      PIC 9(9) VALUE 0.
           05  WS-AT-RISK-COUNT        PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           OPEN I-O SUBMISSION-MASTER
           IF WS-SUBMISSION-STATUS NOT = "00"
               OPEN OUTPUT SUBMISSION-MASTER
               CLOSE SUBMISSION-MASTER
               OPEN I-O SUBMISSION-MASTER
           END-IF
           OPEN INPUT ACK-FILE
           OPEN OUTPUT EXCEPTION-FILE
           PERFORM 1000-READ-ACK
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-ACK-COUNT
               PERFORM 2000-POST-ACK
               PERFORM 1000-READ-ACK
           END-PERFORM
           PERFORM 3000-CHECK-FILING-LIMITS
           CLOSE SUBMISSION-MASTER ACK-FILE EXCEPTION-FILE
           DISPLAY "X12ACK: ACKS=" WS-ACK-COUNT
                   " BATCH-ACCEPTED=" WS-BATCH-ACCEPT-COUNT
                   " PAYER-ACCEPTED=" WS-PAYER-ACCEPT-COUNT
                   " REJECTED=" WS-REJECT-COUNT
                   " UNMATCHED=" WS-UNMATCHED-COUNT
                   " AT-RISK=" WS-AT-RISK-COUNT
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

       1000-READ-ACK.
           READ ACK-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-POST-ACK.
           MOVE 'N' TO WS-CLAIM-STATE
           MOVE XAK-CONTROL-NUMBER TO CSB-CONTROL-NUMBER
           READ SUBMISSION-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-CLAIM-ON-FILE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-CLAIM-ON-FILE
                   INITIALIZE CLAIM-SUBMISSION-RECORD
                   MOVE XAK-CONTROL-NUMBER TO CSB-CONTROL-NUMBER
                   SET CAX-UNMATCHED-ACK TO TRUE
                   PERFORM 9000-WRITE-EXCEPTION
                   ADD 1 TO WS-UNMATCHED-COUNT
               WHEN XAK-ACK-DATE < CSB-LAST-SUBMIT-DATE
                   SET CAX-STALE-ACK TO TRUE
                   PERFORM 9000-WRITE-EXCEPTION
                   ADD 1 TO WS-UNMATCHED-COUNT
               WHEN XAK-999
                   PERFORM 2100-POST-999
               WHEN XAK-277CA
                   PERFORM 2200-POST-277CA
               WHEN OTHER
                   SET CAX-UNMATCHED-ACK TO TRUE
                   PERFORM 9000-WRITE-EXCEPTION
                   ADD 1 TO WS-UNMATCHED-COUNT
           END-EVALUATE.

      *> A 999 answers for the transaction set only; its acceptance
      *> never undoes a 277CA answer already on file.
       2100-POST-999.
           MOVE XAK-ACK-STATUS TO CSB-BATCH-ACK-STATUS
           MOVE XAK-ACK-DATE TO CSB-BATCH-ACK-DATE
           EVALUATE TRUE
               WHEN XAK-REJECTED
                   PERFORM 2300-REJECT-CLAIM
               WHEN XAK-ACCEPTED
                   IF CSB-SUBMITTED
                       SET CSB-BATCH-ACCEPTED TO TRUE
                   END-IF
                   ADD 1 TO WS-BATCH-ACCEPT-COUNT
               WHEN OTHER
                   SET CAX-UNMATCHED-ACK TO TRUE
                   PERFORM 9000-WRITE-EXCEPTION
                   ADD 1 TO WS-UNMATCHED-COUNT
           END-EVALUATE
           REWRITE CLAIM-SUBMISSION-RECORD.

       2200-POST-277CA.
           MOVE XAK-ACK-STATUS TO CSB-CLAIM-ACK-STATUS
           MOVE XAK-ACK-DATE TO CSB-CLAIM-ACK-DATE
           EVALUATE TRUE
               WHEN XAK-REJECTED
                   PERFORM 2300-REJECT-CLAIM
               WHEN XAK-ACCEPTED
                   SET CSB-PAYER-ACCEPTED TO TRUE
                   MOVE SPACES TO CSB-REJECT-CODE
                   MOVE XAK-PAYER-CLAIM-NUMBER
                       TO CSB-PAYER-CLAIM-NUMBER
                   ADD 1 TO WS-PAYER-ACCEPT-COUNT
               WHEN OTHER
                   SET CAX-UNMATCHED-ACK TO TRUE
                   PERFORM 9000-WRITE-EXCEPTION
                   ADD 1 TO WS-UNMATCHED-COUNT
           END-EVALUATE
           REWRITE CLAIM-SUBMISSION-RECORD.

       2300-REJECT-CLAIM.
           SET CSB-REJECTED TO TRUE
           MOVE XAK-STATUS-CODE TO CSB-REJECT-CODE
           SET CAX-FRONT-DOOR-REJECT TO TRUE
           PERFORM 9000-WRITE-EXCEPTION
           ADD 1 TO WS-REJECT-COUNT.

      *> Rejected claims stay on the watch too - until a corrected
      *> claim is accepted the deadline still runs.
       3000-CHECK-FILING-LIMITS.
           MOVE 0 TO CSB-CONTROL-NUMBER
           START SUBMISSION-MASTER
               KEY IS NOT LESS THAN CSB-CONTROL-NUMBER
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ SUBMISSION-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       IF NOT CSB-PAYER-ACCEPTED
                           PERFORM 3100-CHECK-ONE-CLAIM
                       END-IF
               END-READ
           END-PERFORM.

       3100-CHECK-ONE-CLAIM.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE (CSB-FILING-DEADLINE) -
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
           IF WS-DAYS-LEFT <= WS-FILING-WARNING-DAYS
               SET CAX-FILING-AT-RISK TO TRUE
               PERFORM 9000-WRITE-EXCEPTION
               ADD 1 TO WS-AT-RISK-COUNT
           END-IF.

       9000-WRITE-EXCEPTION.
           MOVE CSB-CONTROL-NUMBER TO CAX-CONTROL-NUMBER
           MOVE CSB-INSURANCE-CODE TO CAX-INSURANCE-CODE
           MOVE CSB-PATIENT-ID TO CAX-PATIENT-ID
           IF CAX-FILING-AT-RISK
               MOVE SPACES TO CAX-ACK-TYPE
               MOVE SPACES TO CAX-STATUS-CODE
           ELSE
               MOVE XAK-ACK-TYPE TO CAX-ACK-TYPE
               MOVE XAK-STATUS-CODE TO CAX-STATUS-CODE
           END-IF
           MOVE CSB-STATUS TO CAX-CLAIM-STATUS
           MOVE CSB-LAST-SUBMIT-DATE TO CAX-LAST-SUBMIT-DATE
           MOVE CSB-FILING-DEADLINE TO CAX-FILING-DEADLINE
           IF CSB-FILING-DEADLINE > 0
               COMPUTE CAX-DAYS-TO-DEADLINE =
                   FUNCTION INTEGER-OF-DATE (CSB-FILING-DEADLINE) -
                   FUNCTION INTEGER-OF-DATE (WS-TODAY)
           ELSE
               MOVE 0 TO CAX-DAYS-TO-DEADLINE
           END-IF
           WRITE CLAIM-ACK-EXCEPTION-LINE.
