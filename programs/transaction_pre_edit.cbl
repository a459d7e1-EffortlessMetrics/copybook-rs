      *> of the chain reads. A failed record goes to the reject
      *> file with one reason-coded line per failed field, so bad data
      *> surfaces here instead of deep inside AMTRECON or SODCHECK.
      *> A clean record dated into a closed accounting period is
      *> re-dated to the business date through PERDLOCK and carries
      *> the prior-period-adjustment marker in AUDIT-TRAIL-REF.
      *> Every record passed or rejected is recorded on the lineage
      *> file through LINEVENT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANEDIT.

               10  WS-EDIT-DAY         PIC 9(2).
           05  WS-MONTH-END            PIC 9(2).
           05  WS-LEAP-REMAINDER       PIC 9(4).
           COPY period_lock_request.
           COPY lineage_event_request.
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-CLEAN-COUNT          PIC 9(9) VALUE 0.
           05  WS-REDATED-COUNT        PIC 9(9) VALUE 0.
           05  WS-CLEAN-AMOUNT         PIC S9(15)V99 VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(9) VALUE 0.
           05  WS-REASON-COUNT         PIC 9(9) VALUE 0.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 0060-LOAD-ESTATE-LIST
           MOVE "TRANEDIT" TO LNR-PROGRAM
           MOVE WS-TODAY TO LNR-RUN-DATE
           OPEN INPUT RAW-FILE
           OPEN OUTPUT CLEAN-FILE REJECT-FILE
           PERFORM 0100-OPEN-WRAPPER-FILE
               PERFORM 1000-READ-RAW
           END-PERFORM
           CLOSE RAW-FILE CLEAN-FILE REJECT-FILE WRAPPER-FILE
           SET LNR-END-OF-RUN TO TRUE
           CALL "LINEVENT" USING LINEAGE-EVENT-REQUEST
           END-CALL
           PERFORM 9000-WRITE-CONTROL-TRAILER
           DISPLAY "TRANEDIT: READ=" WS-READ-COUNT
                   " CLEAN=" WS-CLEAN-COUNT
                   " REJECTED=" WS-REJECT-COUNT
                   " REASONS=" WS-REASON-COUNT
                   " REDATED=" WS-REDATED-COUNT
           GOBACK.

      * Every run processes the run-control business date; the
           PERFORM 2400-EDIT-AMOUNTS
           PERFORM 2500-EDIT-ESTATE-STATUS
           IF WS-RECORD-PASSES
               PERFORM 2600-APPLY-PERIOD-LOCK
               MOVE FINANCIAL-TRANSACTION-RECORD TO CLEAN-RECORD
               WRITE CLEAN-RECORD
               ADD 1 TO WS-CLEAN-COUNT
               ADD NET-AMOUNT OF FINANCIAL-TRANSACTION-RECORD
                   TO WS-CLEAN-AMOUNT
               MOVE "EDIT" TO LNR-STAGE
               MOVE SPACES TO LNR-DETAIL
               IF PLR-REDATED
                   STRING "REDATED FROM " PPM-ORIGINAL-DATE
                       DELIMITED BY SIZE INTO LNR-DETAIL
               END-IF
               PERFORM 2700-RECORD-LINEAGE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "EREJ" TO LNR-STAGE
               MOVE SPACES TO LNR-DETAIL
               STRING "REJECTED ON " ERJ-FIELD-NAME
                   DELIMITED BY SIZE INTO LNR-DETAIL
               PERFORM 2700-RECORD-LINEAGE
           END-IF.

       2100-EDIT-TRANSACTION-ID.
               PERFORM 2900-WRITE-REJECT
           END-IF.

      * Late items dated into a closed period post in the open period
      * instead, marked with the date they arrived with so the close
      * desk can see them as prior-period adjustments.
       2600-APPLY-PERIOD-LOCK.
           SET PLR-POSTING TO TRUE
           MOVE PROCESSING-DATE OF FINANCIAL-TRANSACTION-RECORD
               TO PLR-ITEM-DATE
           MOVE WS-TODAY TO PLR-BUSINESS-DATE
           CALL "PERDLOCK" USING PERIOD-LOCK-REQUEST
           END-CALL
           IF PLR-REDATED
               MOVE PLR-ITEM-DATE TO PPM-ORIGINAL-DATE
               MOVE PRIOR-PERIOD-MARKER
                   TO AUDIT-TRAIL-REF OF FINANCIAL-TRANSACTION-RECORD
                      (21:12)
               MOVE PLR-OUT-DATE
                   TO PROCESSING-DATE OF FINANCIAL-TRANSACTION-RECORD
               ADD 1 TO WS-REDATED-COUNT
           END-IF.

      * A record whose TRANSACTION-ID is not a number has no lineage
      * to be traced by; an unsound NET-AMOUNT is carried as zero.
       2700-RECORD-LINEAGE.
           IF ERJ-TRANSACTION-ID NOT = 0 OR WS-RECORD-PASSES
               SET LNR-RECORD-EVENT TO TRUE
               MOVE TRANSACTION-ID OF FINANCIAL-TRANSACTION-RECORD
                   TO LNR-TRANSACTION-ID
               MOVE 0 TO LNR-BEFORE-AMOUNT
               IF NET-AMOUNT OF FINANCIAL-TRANSACTION-RECORD NUMERIC
                   MOVE NET-AMOUNT OF FINANCIAL-TRANSACTION-RECORD
                       TO LNR-BEFORE-AMOUNT
               END-IF
               MOVE LNR-BEFORE-AMOUNT TO LNR-AFTER-AMOUNT
               CALL "LINEVENT" USING LINEAGE-EVENT-REQUEST
               END-CALL
           END-IF.

       2290-REJECT-DATE.
           MOVE 'PROCESSING-DATE' TO ERJ-FIELD-NAME
           SET ERJ-BAD-DATE TO TRUE
