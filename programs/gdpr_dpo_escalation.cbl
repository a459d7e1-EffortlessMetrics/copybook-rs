      *> PERSONAL-DATA-PROCESSING-RECORD tied to a breach incident where
      *> the Data Protection Officer has not yet been notified, so the
      *> 72-hour GDPR Article 33 clock does not run out unnoticed.
      *> Every activity DPIASCRN reports as needing a DPIA it does not
      *> have approved and current joins the same queue, so nothing
      *> high-risk starts or carries on without the DPO knowing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GDPRDPO.

       FILE-CONTROL.
           SELECT PROCESSING-FILE ASSIGN TO "GDPRIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DPIA-EXCEPTION-FILE ASSIGN TO "DPIAEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DPIA-STATUS.
           SELECT ESCALATION-FILE ASSIGN TO "GDPRDPO"
               ORGANIZATION IS SEQUENTIAL.

       FD  PROCESSING-FILE.
           COPY gdpr_data_processing
               REPLACING ==IDENTIFICATION== BY ==IDENTIFICATION-CAT==.
       FD  DPIA-EXCEPTION-FILE.
           COPY dpia_exception_line.
       FD  ESCALATION-FILE.
           COPY dpo_escalation_record.

       WORKING-STORAGE SECTION.
       01  WS-DPIA-STATUS              PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-ESCALATED-COUNT      PIC 9(9) VALUE 0.
           05  WS-DPIA-COUNT           PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
               PERFORM 2000-CHECK-NOTIFICATION
               PERFORM 1000-READ-PROCESSING
           END-PERFORM
           CLOSE PROCESSING-FILE
           PERFORM 3000-ESCALATE-DPIA-EXCEPTIONS
           CLOSE ESCALATION-FILE
           DISPLAY "GDPRDPO: READ=" WS-READ-COUNT
                   " ESCALATED=" WS-ESCALATED-COUNT
                   " DPIA=" WS-DPIA-COUNT
           GOBACK.

       1000-READ-PROCESSING.
           IF BREACH-INCIDENT-ID OF PERSONAL-DATA-PROCESSING-RECORD
                   NOT = SPACES
               AND NOT DPO-NOTIFIED OF PERSONAL-DATA-PROCESSING-RECORD
               INITIALIZE DPO-ESCALATION-RECORD
               SET DPE-BREACH-NOTICE TO TRUE
               MOVE DATA-SUBJECT-ID OF PERSONAL-DATA-PROCESSING-RECORD
                   TO DPE-DATA-SUBJECT-ID
               MOVE BREACH-INCIDENT-ID OF
                   PERSONAL-DATA-PROCESSING-RECORD
                   TO DPE-BREACH-INCIDENT-ID
               MOVE PROCESSING-ACTIVITY-ID OF
                   PERSONAL-DATA-PROCESSING-RECORD
               MOVE SUPERVISORY-AUTH-REF OF
                   PERSONAL-DATA-PROCESSING-RECORD
                   TO DPE-SUPERVISORY-AUTH-REF
               MOVE DATA-CONTROLLER-ID OF
                   PERSONAL-DATA-PROCESSING-RECORD
                   TO DPE-DATA-CONTROLLER-ID
               WRITE DPO-ESCALATION-RECORD
               ADD 1 TO WS-ESCALATED-COUNT
           END-IF.

       3000-ESCALATE-DPIA-EXCEPTIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DPIA-EXCEPTION-FILE
           IF WS-DPIA-STATUS = "00"
               PERFORM 3100-READ-DPIA-EXCEPTION
               PERFORM UNTIL END-OF-FILE
                   INITIALIZE DPO-ESCALATION-RECORD
                   SET DPE-DPIA-REQUIRED TO TRUE
                   MOVE DPX-ACTIVITY-ID TO DPE-PROCESSING-ACTIVITY-ID
                   MOVE DPX-REASON TO DPE-DPIA-REASON
                   MOVE DPX-CRITERIA TO DPE-DPIA-CRITERIA
                   WRITE DPO-ESCALATION-RECORD
                   ADD 1 TO WS-DPIA-COUNT
                   PERFORM 3100-READ-DPIA-EXCEPTION
               END-PERFORM
               CLOSE DPIA-EXCEPTION-FILE
           END-IF.

       3100-READ-DPIA-EXCEPTION.
           READ DPIA-EXCEPTION-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
