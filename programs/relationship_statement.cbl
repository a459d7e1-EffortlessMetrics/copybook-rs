      *> positions, a card section of the TRANSACTION-HISTORY
      *> occurrences, and the rewards summary - each section closed
      *> with a total line that cross-foots to what CUSTSTMT and
      *> RWDSTMT print on their own, so balancing still works. A card
      *> account with a closed billing cycle shows that cycle's
      *> activity from its cycle statement snapshot, headed by the
      *> official statement balance, minimum payment and due date.
      *> The statement itself is account servicing and always mails,
      *> but the rewards summary is a marketing insert: it is checked
      *> against the contact-preference master through CPREFCHK, and
      *> a customer opted out of marketing mail gets the statement
      *> without it, logged as dropped to the suppression file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSTMT.

               RECORD KEY IS AP-POSITION-KEY.
           SELECT STATEMENT-FILE ASSIGN TO "RELSTMT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUPPRESSION-FILE ASSIGN TO "RELSSUPR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CYCLE-MASTER ASSIGN TO "CYCSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCS-STATEMENT-KEY
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
           COPY account_position_record.
       FD  STATEMENT-FILE.
           COPY relationship_statement_line.
       FD  SUPPRESSION-FILE.
           COPY contact_suppression_line.
       FD  CYCLE-MASTER.
           COPY card_cycle_statement_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-SNAPSHOT-STATUS          PIC X(2).
       01  WS-SNAPSHOT-FILE            PIC X(1) VALUE 'N'.
           88  WS-SNAPSHOT-OPEN        VALUE 'Y'.
       01  WS-SNAPSHOT-STATE           PIC X(1).
           88  WS-SNAPSHOT-LOCATED     VALUE 'Y'.
       01  WS-WINDOW-START             PIC 9(8).
       01  WS-WINDOW-END               PIC 9(8).
       01  WS-TRANS-DATE               PIC 9(8).
       01  WS-MINIMUM-EDIT             PIC Z,ZZZ,ZZ9.99.
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
           COPY contact_preference_request.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-SLOT                     PIC 9(5) COMP.
           05  WS-STATEMENT-COUNT      PIC 9(7) VALUE 0.
           05  WS-LINE-COUNT           PIC 9(9) VALUE 0.
           05  WS-UNRESOLVED-COUNT     PIC 9(7) VALUE 0.
           05  WS-INSERT-DROPPED-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-LOAD-IDENTITY-XREF
           PERFORM 1500-LEARN-CUSTOMER-ACCOUNTS
           OPEN INPUT PERF-FILE POSITION-MASTER
           OPEN INPUT CYCLE-MASTER
           IF WS-SNAPSHOT-STATUS = "00"
               SET WS-SNAPSHOT-OPEN TO TRUE
           END-IF
           OPEN OUTPUT STATEMENT-FILE SUPPRESSION-FILE
           PERFORM 2000-READ-PERF
           PERFORM UNTIL END-OF-FILE
               PERFORM 3000-BUILD-STATEMENT
               PERFORM 2000-READ-PERF
           END-PERFORM
           CLOSE PERF-FILE POSITION-MASTER STATEMENT-FILE
                 SUPPRESSION-FILE
           IF WS-SNAPSHOT-OPEN
               CLOSE CYCLE-MASTER
           END-IF
           DISPLAY "RELSTMT: STATEMENTS=" WS-STATEMENT-COUNT
                   " LINES=" WS-LINE-COUNT
                   " UNRESOLVED=" WS-UNRESOLVED-COUNT
                   " INSERTS-DROPPED=" WS-INSERT-DROPPED-COUNT
           GOBACK.

      *> Every run processes the run-control business date; the
               PERFORM 4000-WRITE-ADDRESS-HEADER
               PERFORM 5000-WRITE-FINANCIAL-SECTION
               PERFORM 6000-WRITE-CARD-SECTION
               PERFORM 6900-CHECK-INSERT-PREFERENCE
               IF CPQ-SEND
                   PERFORM 7000-WRITE-REWARDS-SECTION
               END-IF
               PERFORM 8000-WRITE-STATEMENT-TRAILER
               ADD 1 TO WS-STATEMENT-COUNT
           END-IF.

      *> The card section total is the sum of TRANSACTION-HISTORY
      *> amounts, the figure the rewards statement's activity
      *> breakout foots to. Once the account has a cycle statement
      *> only that cycle's transactions are listed, the same window
      *> the rewards statement takes its totals from.
       6000-WRITE-CARD-SECTION.
           MOVE 0 TO WS-SECTION-TOTAL WS-SECTION-COUNT
           PERFORM 6050-LOCATE-CYCLE-STATEMENT
           IF WS-SNAPSHOT-LOCATED
               MOVE CCS-PRIOR-CYCLE-DATE TO WS-WINDOW-START
               MOVE CCS-CYCLE-DATE TO WS-WINDOW-END
               PERFORM 6060-WRITE-CYCLE-SUMMARY
           ELSE
               MOVE 0 TO WS-WINDOW-START
               MOVE 99999999 TO WS-WINDOW-END
           END-IF
           PERFORM VARYING WS-TRANS-INDEX FROM 1 BY 1
               UNTIL WS-TRANS-INDEX >
                   TRANSACTION-COUNT OF ENTERPRISE-PERFORMANCE-RECORD
               MOVE TRANS-DATE OF ENTERPRISE-PERFORMANCE-RECORD
                   (WS-TRANS-INDEX) TO WS-TRANS-DATE
               IF WS-TRANS-DATE > WS-WINDOW-START
                   AND WS-TRANS-DATE <= WS-WINDOW-END
                   PERFORM 6100-WRITE-CARD-LINE
               END-IF
           END-PERFORM
           INITIALIZE RELATIONSHIP-STATEMENT-LINE
           SET RSL-SECTION-TOTAL TO TRUE
           PERFORM 3900-WRITE-LINE
           ADD WS-SECTION-TOTAL TO WS-STATEMENT-TOTAL.

      *> Latest cycle close on or before the business date.
       6050-LOCATE-CYCLE-STATEMENT.
           MOVE 'N' TO WS-SNAPSHOT-STATE
           IF WS-SNAPSHOT-OPEN
               MOVE WS-CUSTOMER-ID TO CCS-RECORD-ID
               COMPUTE CCS-CYCLE-DATE = WS-TODAY + 1
               START CYCLE-MASTER KEY IS LESS THAN CCS-STATEMENT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CYCLE-MASTER PREVIOUS
                           AT END CONTINUE
                           NOT AT END
                               IF CCS-RECORD-ID = WS-CUSTOMER-ID
                                   SET WS-SNAPSHOT-LOCATED TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.

       6060-WRITE-CYCLE-SUMMARY.
           INITIALIZE RELATIONSHIP-STATEMENT-LINE
           SET RSL-CYCLE-SUMMARY TO TRUE
           MOVE WS-ENTERPRISE-ID TO RSL-ENTERPRISE-ID
           SET RSL-CARD-SECT TO TRUE
           MOVE CCS-RECORD-ID TO RSL-REFERENCE-ID
           MOVE CCS-PAYMENT-DUE-DATE TO RSL-LINE-DATE
           MOVE CCS-STATEMENT-BALANCE TO RSL-AMOUNT
           MOVE CCS-MINIMUM-PAYMENT TO WS-MINIMUM-EDIT
           MOVE SPACES TO RSL-TEXT
           STRING "MINIMUM PAYMENT DUE " WS-MINIMUM-EDIT
               DELIMITED BY SIZE INTO RSL-TEXT
           END-STRING
           PERFORM 3900-WRITE-LINE.

       6100-WRITE-CARD-LINE.
           INITIALIZE RELATIONSHIP-STATEMENT-LINE
           SET RSL-CARD-LINE TO TRUE
           MOVE WS-ENTERPRISE-ID TO RSL-ENTERPRISE-ID
           SET RSL-CARD-SECT TO TRUE
           MOVE TRANS-ID OF ENTERPRISE-PERFORMANCE-RECORD
               (WS-TRANS-INDEX) TO RSL-REFERENCE-ID
           MOVE TRANS-DATE OF ENTERPRISE-PERFORMANCE-RECORD
               (WS-TRANS-INDEX) TO RSL-LINE-DATE
           MOVE TRANS-AMOUNT OF ENTERPRISE-PERFORMANCE-RECORD
               (WS-TRANS-INDEX) TO RSL-AMOUNT
           MOVE MERCHANT-NAME OF ENTERPRISE-PERFORMANCE-RECORD
               (WS-TRANS-INDEX) TO RSL-TEXT
           PERFORM 3900-WRITE-LINE
           ADD TRANS-AMOUNT OF ENTERPRISE-PERFORMANCE-RECORD
               (WS-TRANS-INDEX) TO WS-SECTION-TOTAL
           ADD 1 TO WS-SECTION-COUNT.

      *> The insert only travels inside the mailed statement, so an
      *> opted-in other channel cannot carry it - any opt-out from
      *> marketing mail drops it.
       6900-CHECK-INSERT-PREFERENCE.
           SET CPQ-ENTERPRISE-ID-TYPE TO TRUE
           MOVE WS-ENTERPRISE-ID TO CPQ-DOMAIN-ID
           SET CPQ-MARKETING TO TRUE
           MOVE 'M' TO CPQ-CHANNEL
           CALL "CPREFCHK" USING CONTACT-PREFERENCE-REQUEST
           END-CALL
           IF NOT CPQ-SEND
               SET CPQ-DROP TO TRUE
               INITIALIZE CONTACT-SUPPRESSION-LINE
               MOVE "RELSTMT" TO CSL-PROGRAM-ID
               MOVE WS-TODAY TO CSL-RUN-DATE
               MOVE CPQ-ID-TYPE TO CSL-ID-TYPE
               MOVE CPQ-DOMAIN-ID TO CSL-DOMAIN-ID
               MOVE CPQ-ENTERPRISE-ID TO CSL-ENTERPRISE-ID
               MOVE CPQ-PURPOSE TO CSL-PURPOSE
               MOVE CPQ-CHANNEL TO CSL-CHANNEL
               SET CSL-DROPPED TO TRUE
               WRITE CONTACT-SUPPRESSION-LINE
               ADD 1 TO WS-INSERT-DROPPED-COUNT
           END-IF.

       7000-WRITE-REWARDS-SECTION.
           INITIALIZE RELATIONSHIP-STATEMENT-LINE
           SET RSL-REWARDS-LINE TO TRUE
