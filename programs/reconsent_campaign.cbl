      *> the whole population never mails at once. Mailed subjects
      *> whose response window has closed expire onto the stop
      *> queue, the suppression shape the GDPRRTN-style processing
      *> stop consumes. Every subject in the wave is checked against
      *> the contact-preference master through CPREFCHK as service
      *> contact by mail: an opt-out with another opted-in channel
      *> mails by that channel, and one with none holds the subject
      *> suppressed, outside the wave count, until a later wave finds
      *> a channel. Both are logged to the suppression file. A
      *> subject still held when the response window has run from
      *> the day the hold began expires onto the stop queue the same
      *> way a mailed non-responder does.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONSNT.

               ORGANIZATION IS SEQUENTIAL.
           SELECT STOP-QUEUE-FILE ASSIGN TO "RECONSTP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUPPRESSION-FILE ASSIGN TO "RECNSUPR"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               REPLACING ==SUPPRESSION-RECORD== BY
                         ==RECONSENT-STOP-RECORD==
                         LEADING ==SUP== BY ==RSQ==.
       FD  SUPPRESSION-FILE.
           COPY contact_suppression_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
           COPY contact_preference_request.
       01  WS-ROW-STATE                PIC X(1).
           88  WS-ROW-EXISTS           VALUE 'Y'.
       01  WS-CURRENT-VERSION          PIC X(8) VALUE SPACES.
       01  WS-WAVE-SIZE                PIC 9(5) VALUE 500.
       01  WS-RESPONSE-DAYS            PIC 9(3) VALUE 60.
       01  WS-CONSENT-DATE             PIC 9(8).
       01  WS-WINDOW-START             PIC 9(8).
       01  WS-CONSENT-AGE              PIC 9(5).
       01  WS-WAVE-NUMBER              PIC 9(3).
       01  WS-WAVE-MAILED              PIC 9(5).
           05  WS-SELECTED-COUNT       PIC 9(7) VALUE 0.
           05  WS-MAILED-COUNT         PIC 9(7) VALUE 0.
           05  WS-EXPIRED-COUNT        PIC 9(7) VALUE 0.
           05  WS-SUPPRESSED-COUNT     PIC 9(7) VALUE 0.
           05  WS-RECHANNELLED-COUNT   PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
               PERFORM 1000-READ-PROCESSING
           END-PERFORM
           CLOSE PROCESSING-FILE
           OPEN OUTPUT OUTREACH-FILE STOP-QUEUE-FILE SUPPRESSION-FILE
           PERFORM 3000-MAIL-NEXT-WAVE
           PERFORM 4000-EXPIRE-NON-RESPONDERS
           CLOSE CAMPAIGN-MASTER OUTREACH-FILE STOP-QUEUE-FILE
                 SUPPRESSION-FILE
           DISPLAY "RECONSNT: READ=" WS-READ-COUNT
                   " SELECTED=" WS-SELECTED-COUNT
                   " MAILED=" WS-MAILED-COUNT
                   " EXPIRED=" WS-EXPIRED-COUNT
                   " SUPPRESSED=" WS-SUPPRESSED-COUNT
                   " RECHANNELLED=" WS-RECHANNELLED-COUNT
           GOBACK.

      *> Every run processes the run-control business date; the
               MOVE WS-TODAY TO RCC-SELECTED-DATE
               MOVE 0 TO RCC-MAILED-DATE
               MOVE 0 TO RCC-RESPONSE-DATE
               MOVE 0 TO RCC-HELD-DATE
               WRITE RECONSENT-CAMPAIGN-RECORD
               ADD 1 TO WS-SELECTED-COUNT
           END-IF.
               READ CAMPAIGN-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       IF RCC-PENDING OR RCC-CONTACT-SUPPRESSED
                           PERFORM 3150-CHECK-CONTACT-PREFERENCE
                       END-IF
               END-READ
           END-PERFORM.
               END-READ
           END-PERFORM.

      *> A subject already held suppressed is only logged again when
      *> the hold starts, so the monthly figures count each subject
      *> once.
       3150-CHECK-CONTACT-PREFERENCE.
           SET CPQ-SUBJECT-ID-TYPE TO TRUE
           MOVE RCC-DATA-SUBJECT-ID TO CPQ-DOMAIN-ID
           SET CPQ-SERVICE TO TRUE
           MOVE 'M' TO CPQ-CHANNEL
           CALL "CPREFCHK" USING CONTACT-PREFERENCE-REQUEST
           END-CALL
           EVALUATE TRUE
               WHEN CPQ-DROP
                   IF RCC-PENDING
                       SET RCC-CONTACT-SUPPRESSED TO TRUE
                       MOVE WS-TODAY TO RCC-HELD-DATE
                       REWRITE RECONSENT-CAMPAIGN-RECORD
                       PERFORM 3160-WRITE-SUPPRESSION-LINE
                       ADD 1 TO WS-SUPPRESSED-COUNT
                   END-IF
               WHEN CPQ-RECHANNEL
                   PERFORM 3160-WRITE-SUPPRESSION-LINE
                   ADD 1 TO WS-RECHANNELLED-COUNT
                   PERFORM 3200-MAIL-ONE-SUBJECT
               WHEN OTHER
                   PERFORM 3200-MAIL-ONE-SUBJECT
           END-EVALUATE.

       3160-WRITE-SUPPRESSION-LINE.
           INITIALIZE CONTACT-SUPPRESSION-LINE
           MOVE "RECONSNT" TO CSL-PROGRAM-ID
           MOVE WS-TODAY TO CSL-RUN-DATE
           MOVE CPQ-ID-TYPE TO CSL-ID-TYPE
           MOVE CPQ-DOMAIN-ID TO CSL-DOMAIN-ID
           MOVE CPQ-ENTERPRISE-ID TO CSL-ENTERPRISE-ID
           MOVE CPQ-PURPOSE TO CSL-PURPOSE
           MOVE CPQ-CHANNEL TO CSL-CHANNEL
           MOVE CPQ-DECISION TO CSL-DECISION
           MOVE CPQ-OUT-CHANNEL TO CSL-OUT-CHANNEL
           WRITE CONTACT-SUPPRESSION-LINE.

       3200-MAIL-ONE-SUBJECT.
           SET RCC-MAILED TO TRUE
           MOVE WS-WAVE-NUMBER TO RCC-WAVE-NUMBER
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
               - FUNCTION INTEGER-OF-DATE (RCC-SELECTED-DATE)
           MOVE WS-WAVE-NUMBER TO RCO-WAVE-NUMBER
           MOVE CPQ-OUT-CHANNEL TO RCO-CONTACT-CHANNEL
           WRITE RECONSENT-OUTREACH-LINE
           ADD 1 TO WS-WAVE-MAILED
           ADD 1 TO WS-MAILED-COUNT.
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       IF RCC-MAILED
                           MOVE RCC-MAILED-DATE TO WS-WINDOW-START
                           PERFORM 4100-CHECK-EXPIRY
                       END-IF
                       IF RCC-CONTACT-SUPPRESSED AND RCC-HELD-DATE > 0
                           MOVE RCC-HELD-DATE TO WS-WINDOW-START
                           PERFORM 4100-CHECK-EXPIRY
                       END-IF
               END-READ

       4100-CHECK-EXPIRY.
           IF FUNCTION INTEGER-OF-DATE (WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE (WS-WINDOW-START)
                   > WS-RESPONSE-DAYS
               SET RCC-EXPIRED TO TRUE
               REWRITE RECONSENT-CAMPAIGN-RECORD
