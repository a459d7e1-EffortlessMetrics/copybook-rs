      *> A new position row brings its opening balance forward from the
      *> account's most recent earlier position, and the run closes by
      *> writing the close-of-business position report for the latest
      *> PROCESSING-DATE seen on the feed. Activity whose posting date
      *> falls in a closed accounting period posts to the business
      *> date's position instead, per PERDLOCK. Every posting is
      *> recorded on the lineage file through LINEVENT with the
      *> position it hit and its signed effect on the balance.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTPOS.

           SELECT REPORT-FILE ASSIGN TO "ACCTPRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       FD  REPORT-FILE.
           COPY account_position_report_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-TODAY                    PIC 9(8).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
       01  WS-REPORT-DATE              PIC 9(8) VALUE 0.
       01  WS-POSTING-DATE             PIC 9(8).
           COPY business_day_request.
           COPY period_lock_request.
       01  WS-PRIOR-CLOSING            PIC S9(13)V99.
       01  WS-PRIOR-AVAILABLE          PIC S9(13)V99.
       01  WS-BALANCE-BEFORE           PIC S9(13)V99.
           COPY lineage_event_request.
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-POSTED-COUNT         PIC 9(9) VALUE 0.
           05  WS-NEW-POSITIONS        PIC 9(9) VALUE 0.
           05  WS-REPORT-LINES         PIC 9(9) VALUE 0.
           05  WS-REDATED-COUNT        PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           MOVE "ACCTPOS" TO LNR-PROGRAM
           MOVE WS-TODAY TO LNR-RUN-DATE
           OPEN INPUT TRANSACTION-FILE
           OPEN I-O POSITION-MASTER
           PERFORM 1000-READ-TRANSACTION
               PERFORM 1000-READ-TRANSACTION
           END-PERFORM
           CLOSE TRANSACTION-FILE
           SET LNR-END-OF-RUN TO TRUE
           CALL "LINEVENT" USING LINEAGE-EVENT-REQUEST
           END-CALL
           OPEN OUTPUT REPORT-FILE
           PERFORM 3000-WRITE-POSITION-REPORT
           CLOSE POSITION-MASTER REPORT-FILE
                   " POSTED=" WS-POSTED-COUNT
                   " NEW=" WS-NEW-POSITIONS
                   " REPORT=" WS-REPORT-LINES
                   " REDATED=" WS-REDATED-COUNT
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

       1000-READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END SET END-OF-FILE TO TRUE

       2000-POST-TRANSACTION.
           PERFORM 2050-ROLL-POSTING-DATE
           PERFORM 2060-APPLY-PERIOD-LOCK
           IF WS-POSTING-DATE > WS-REPORT-DATE
               MOVE WS-POSTING-DATE TO WS-REPORT-DATE
           END-IF
           PERFORM 2100-LOCATE-POSITION
           MOVE AP-CLOSING-BALANCE TO WS-BALANCE-BEFORE
           EVALUATE TRUE
               WHEN DEBIT-TRANSACTION
                   ADD 1 TO AP-DEBIT-COUNT
                   ADD NET-AMOUNT TO AP-AVAILABLE-BALANCE
           END-EVALUATE
           REWRITE ACCOUNT-POSITION-RECORD
           ADD 1 TO WS-POSTED-COUNT
           PERFORM 2400-RECORD-LINEAGE.

      *> Activity stamped with a weekend or holiday PROCESSING-DATE
      *> posts to the next business day's position, per the currency's
           END-CALL
           MOVE BDR-OUT-DATE TO WS-POSTING-DATE.

      *> A posting date in a closed period - a late item the pre-edit
      *> never saw, such as a generated posting - moves to the
      *> business date's position.
       2060-APPLY-PERIOD-LOCK.
           SET PLR-POSTING TO TRUE
           MOVE WS-POSTING-DATE TO PLR-ITEM-DATE
           MOVE WS-TODAY TO PLR-BUSINESS-DATE
           CALL "PERDLOCK" USING PERIOD-LOCK-REQUEST
           END-CALL
           IF PLR-REDATED
               MOVE PLR-OUT-DATE TO WS-POSTING-DATE
               ADD 1 TO WS-REDATED-COUNT
           END-IF.

       2100-LOCATE-POSITION.
           MOVE ACCOUNT-NUMBER   TO AP-ACCOUNT-NUMBER
           MOVE WS-POSTING-DATE  TO AP-PROCESSING-DATE
                   END-READ
           END-START.

      *> The after amount is what the posting did to the closing
      *> balance, so a debit shows as a reduction.
       2400-RECORD-LINEAGE.
           SET LNR-RECORD-EVENT TO TRUE
           MOVE TRANSACTION-ID TO LNR-TRANSACTION-ID
           MOVE "POST" TO LNR-STAGE
           MOVE NET-AMOUNT TO LNR-BEFORE-AMOUNT
           COMPUTE LNR-AFTER-AMOUNT =
               AP-CLOSING-BALANCE - WS-BALANCE-BEFORE
           MOVE SPACES TO LNR-DETAIL
           STRING "POSITION " AP-ACCOUNT-NUMBER " " AP-PROCESSING-DATE
               DELIMITED BY SIZE INTO LNR-DETAIL
           CALL "LINEVENT" USING LINEAGE-EVENT-REQUEST
           END-CALL.

       3000-WRITE-POSITION-REPORT.
           MOVE LOW-VALUES TO AP-POSITION-KEY
           START POSITION-MASTER KEY IS NOT LESS THAN AP-POSITION-KEY
