      * condition rule's gap threshold writes an outreach line,
      * unless the patient has revoked consent, in which case the
      * row is skipped and counted so the exclusion is visible on
      * the run stats. Each outreach is checked against the
      * contact-preference master through CPREFCHK as clinical
      * outreach by mail; an opt-out moves it to the patient's
      * opted-in channel or drops it, and either is logged to the
      * suppression file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAREGAP.

               RECORD KEY IS CND-REGISTRY-KEY.
           SELECT OUTREACH-FILE ASSIGN TO "CAREGAP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUPPRESSION-FILE ASSIGN TO "CGAPSUPR"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
           COPY condition_registry_record.
       FD  OUTREACH-FILE.
           COPY care_gap_outreach_line.
       FD  SUPPRESSION-FILE.
           COPY contact_suppression_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
           COPY contact_preference_request.
       01  WS-RULE-INDEX               PIC 9(3) COMP.
       01  WS-RULE-COUNT               PIC 9(3) COMP VALUE 0.
       01  WS-REVOKED-INDEX            PIC 9(5) COMP.
               10  WS-RUL-ICD-LOW      PIC X(7).
               10  WS-RUL-ICD-HIGH     PIC X(7).
               10  WS-RUL-GAP-MONTHS   PIC 9(2).
      * Registry IDs hold the ten PHI digits left-justified.
       01  WS-CONTACT-PATIENT          PIC 9(10).
       01  WS-REVOKED-TABLE.
           05  WS-REVOKED-ID OCCURS 10000 TIMES PIC X(12).
       01  WS-COUNTS.
           05  WS-SWEPT-COUNT          PIC 9(7) VALUE 0.
           05  WS-OUTREACH-COUNT       PIC 9(7) VALUE 0.
           05  WS-EXCLUDED-COUNT       PIC 9(7) VALUE 0.
           05  WS-DROPPED-COUNT        PIC 9(7) VALUE 0.
           05  WS-RECHANNELLED-COUNT   PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-LOAD-RULES
           PERFORM 1500-LOAD-REVOKED-CONSENT
           OPEN INPUT REGISTRY-MASTER
           OPEN OUTPUT OUTREACH-FILE SUPPRESSION-FILE
           PERFORM 2000-SWEEP-REGISTRY
           CLOSE REGISTRY-MASTER OUTREACH-FILE SUPPRESSION-FILE
           DISPLAY "CAREGAP: SWEPT=" WS-SWEPT-COUNT
                   " OUTREACH=" WS-OUTREACH-COUNT
                   " EXCLUDED=" WS-EXCLUDED-COUNT
                   " DROPPED=" WS-DROPPED-COUNT
                   " RECHANNELLED=" WS-RECHANNELLED-COUNT
           GOBACK.

      * Every run processes the run-control business date; the
               IF WS-ENTRY-FOUND
                   ADD 1 TO WS-EXCLUDED-COUNT
               ELSE
                   PERFORM 3250-CHECK-CONTACT-PREFERENCE
                   IF NOT CPQ-DROP
                       PERFORM 3300-WRITE-OUTREACH-LINE
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-PERFORM.

       3250-CHECK-CONTACT-PREFERENCE.
           MOVE 0 TO WS-CONTACT-PATIENT
           IF CND-PATIENT-ID (1:10) IS NUMERIC
               MOVE CND-PATIENT-ID (1:10) TO WS-CONTACT-PATIENT
           END-IF
           SET CPQ-PATIENT-ID-TYPE TO TRUE
           MOVE WS-CONTACT-PATIENT TO CPQ-DOMAIN-ID
           SET CPQ-CLINICAL TO TRUE
           MOVE 'M' TO CPQ-CHANNEL
           CALL "CPREFCHK" USING CONTACT-PREFERENCE-REQUEST
           END-CALL
           IF NOT CPQ-SEND
               INITIALIZE CONTACT-SUPPRESSION-LINE
               MOVE "CAREGAP" TO CSL-PROGRAM-ID
               MOVE WS-TODAY TO CSL-RUN-DATE
               MOVE CPQ-ID-TYPE TO CSL-ID-TYPE
               MOVE CPQ-DOMAIN-ID TO CSL-DOMAIN-ID
               MOVE CPQ-ENTERPRISE-ID TO CSL-ENTERPRISE-ID
               MOVE CPQ-PURPOSE TO CSL-PURPOSE
               MOVE CPQ-CHANNEL TO CSL-CHANNEL
               MOVE CPQ-DECISION TO CSL-DECISION
               MOVE CPQ-OUT-CHANNEL TO CSL-OUT-CHANNEL
               WRITE CONTACT-SUPPRESSION-LINE
               IF CPQ-DROP
                   ADD 1 TO WS-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-RECHANNELLED-COUNT
               END-IF
           END-IF.

       3300-WRITE-OUTREACH-LINE.
           MOVE CND-PATIENT-ID     TO CGO-PATIENT-ID
           MOVE CND-CONDITION-CODE TO CGO-CONDITION-CODE
           MOVE WS-ACTIVITY-DATE   TO CGO-LAST-ACTIVITY-DATE
           MOVE WS-MONTHS-SINCE    TO CGO-MONTHS-SINCE
           MOVE WS-GAP-MONTHS      TO CGO-GAP-MONTHS
           MOVE CPQ-OUT-CHANNEL    TO CGO-CONTACT-CHANNEL
           WRITE CARE-GAP-OUTREACH-LINE
           ADD 1 TO WS-OUTREACH-COUNT.
