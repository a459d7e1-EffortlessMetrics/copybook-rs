      *> PHCASEAK - Public health case acknowledgment and follow-up.
      *> Posts the health department's answers to the case reports
      *> PHCASE sent, by case key, onto the case master: an acceptance
      *> closes the case, a rejection goes to infection control's
      *> follow-up report and is sent again by PHCASE the next time
      *> the diagnosis is seen. An answer for a case never sent is
      *> reported as unmatched. After posting, every case still
      *> waiting on the state past its reporting deadline is reported
      *> with the days it is overdue, alongside every case standing
      *> rejected.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHCASEAK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO "PHACKIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CASE-MASTER ASSIGN TO "PHCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHC-CASE-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT FOLLOW-UP-FILE ASSIGN TO "PHOVRDUE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE.
           COPY public_health_ack_record.
       FD  CASE-MASTER.
           COPY public_health_case_record.
       FD  FOLLOW-UP-FILE.
           COPY public_health_overdue_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-CASE-STATUS              PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-COUNTS.
           05  WS-ACK-COUNT            PIC 9(9) VALUE 0.
           05  WS-ACCEPTED-COUNT       PIC 9(9) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(9) VALUE 0.
           05  WS-UNMATCHED-COUNT      PIC 9(9) VALUE 0.
           05  WS-OVERDUE-COUNT        PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           OPEN I-O CASE-MASTER
           IF WS-CASE-STATUS NOT = "00"
               OPEN OUTPUT CASE-MASTER
               CLOSE CASE-MASTER
               OPEN I-O CASE-MASTER
           END-IF
           OPEN INPUT ACK-FILE
           OPEN OUTPUT FOLLOW-UP-FILE
           PERFORM 1000-READ-ACK
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-ACK-COUNT
               PERFORM 2000-POST-ACK
               PERFORM 1000-READ-ACK
           END-PERFORM
           PERFORM 3000-CHECK-DEADLINES
           CLOSE CASE-MASTER ACK-FILE FOLLOW-UP-FILE
           DISPLAY "PHCASEAK: ACKS=" WS-ACK-COUNT
                   " ACCEPTED=" WS-ACCEPTED-COUNT
                   " REJECTED=" WS-REJECTED-COUNT
                   " UNMATCHED=" WS-UNMATCHED-COUNT
                   " OVERDUE=" WS-OVERDUE-COUNT
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

      *> Rejections are reported by the deadline pass, which sees
      *> every case standing rejected, so they are not listed twice.
       2000-POST-ACK.
           MOVE PHA-PATIENT-ID TO PHC-PATIENT-ID
           MOVE PHA-ICD-CODE TO PHC-ICD-CODE
           MOVE PHA-DIAGNOSIS-DATE TO PHC-DIAGNOSIS-DATE
           READ CASE-MASTER
               INVALID KEY
                   PERFORM 2100-REPORT-UNMATCHED
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PHA-ACCEPTED
                           SET PHC-ACKNOWLEDGED TO TRUE
                           ADD 1 TO WS-ACCEPTED-COUNT
                       WHEN PHA-REJECTED
                           SET PHC-REJECTED TO TRUE
                           ADD 1 TO WS-REJECTED-COUNT
                   END-EVALUATE
                   MOVE PHA-ACK-DATE TO PHC-ACK-DATE
                   MOVE PHA-ACK-CODE TO PHC-ACK-CODE
                   REWRITE PUBLIC-HEALTH-CASE-RECORD
           END-READ.

       2100-REPORT-UNMATCHED.
           INITIALIZE PUBLIC-HEALTH-OVERDUE-LINE
           SET PHO-UNMATCHED-ACK TO TRUE
           MOVE PHA-PATIENT-ID TO PHO-PATIENT-ID
           MOVE PHA-ICD-CODE TO PHO-ICD-CODE
           MOVE PHA-DIAGNOSIS-DATE TO PHO-DIAGNOSIS-DATE
           MOVE PHA-ACK-STATUS TO PHO-CASE-STATUS
           MOVE PHA-ACK-CODE TO PHO-ACK-CODE
           WRITE PUBLIC-HEALTH-OVERDUE-LINE
           ADD 1 TO WS-UNMATCHED-COUNT.

       3000-CHECK-DEADLINES.
           MOVE LOW-VALUES TO PHC-CASE-KEY
           START CASE-MASTER KEY IS NOT LESS THAN PHC-CASE-KEY
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ CASE-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PHC-REJECTED
                               SET PHO-REJECTED TO TRUE
                               PERFORM 3100-WRITE-FOLLOW-UP
                           WHEN PHC-SUBMITTED
                                   AND WS-TODAY > PHC-DUE-DATE
                               SET PHO-OVERDUE TO TRUE
                               PERFORM 3100-WRITE-FOLLOW-UP
                               ADD 1 TO WS-OVERDUE-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM.

       3100-WRITE-FOLLOW-UP.
           MOVE PHC-PATIENT-ID TO PHO-PATIENT-ID
           MOVE PHC-ICD-CODE TO PHO-ICD-CODE
           MOVE PHC-DIAGNOSIS-DATE TO PHO-DIAGNOSIS-DATE
           MOVE PHC-CONDITION-NAME TO PHO-CONDITION-NAME
           MOVE PHC-STATUS TO PHO-CASE-STATUS
           MOVE PHC-DUE-DATE TO PHO-DUE-DATE
           MOVE PHC-SUBMIT-DATE TO PHO-SUBMIT-DATE
           MOVE PHC-ACK-CODE TO PHO-ACK-CODE
           COMPUTE PHO-DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE (WS-TODAY) -
               FUNCTION INTEGER-OF-DATE (PHC-DUE-DATE)
           WRITE PUBLIC-HEALTH-OVERDUE-LINE.
