      *> here. TRANEDIT then gates TRANRAW into TRANEDT, and FXCONV
      *> converts TRANEDT into the TRANIN the rest of the chain reads
      *> (rewriting the SOXCTL trailer for what finally lands there).
      *> Every TRANSACTION-ID passed or shunted is recorded on the
      *> lineage file through LINEVENT with the feed it came from.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDMRG.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL3-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FEED1-FILE.
               REPLACING ==CONTROL-TOTAL-TRAILER-RECORD==
                      BY ==FEED3-CONTROL-RECORD==.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-TODAY                    PIC 9(8).
       01  WS-SOURCE-FEED              PIC X(8).
           COPY lineage_event_request.
       01  WS-FEED1-EOF                PIC X(1) VALUE 'N'.
           88  FEED1-DONE              VALUE 'Y'.
       01  WS-FEED2-EOF                PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           MOVE "FEEDMRG" TO LNR-PROGRAM
           MOVE WS-TODAY TO LNR-RUN-DATE
           OPEN INPUT FEED1-FILE FEED2-FILE FEED3-FILE
           OPEN OUTPUT MERGED-FILE DUPLICATE-FILE
           PERFORM 1100-READ-FEED1
           END-PERFORM
           CLOSE FEED1-FILE FEED2-FILE FEED3-FILE
               MERGED-FILE DUPLICATE-FILE
           SET LNR-END-OF-RUN TO TRUE
           CALL "LINEVENT" USING LINEAGE-EVENT-REQUEST
           END-CALL
           PERFORM 4000-RECONCILE-FEED-TRAILERS
           DISPLAY "FEEDMRG: READ1=" WS-READ1-COUNT
                   " READ2=" WS-READ2-COUNT
                   " CTLVAR-AMOUNT=" WS-AMOUNT-VARIANCE
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

       1100-READ-FEED1.
           READ FEED1-FILE
               AT END SET FEED1-DONE TO TRUE
       3100-WRITE-OR-DUPLICATE.
           ADD NET-AMOUNT OF MERGED-RECORD TO WS-READ-NET
           PERFORM 3200-CHECK-SEEN-ID
           MOVE SPACES TO WS-SOURCE-FEED
           STRING "TRANIN" WS-PICKED-FEED
               DELIMITED BY SIZE INTO WS-SOURCE-FEED
           IF WS-ID-SEEN
               MOVE WS-SOURCE-FEED TO DUP-SOURCE-FEED
               MOVE TRANSACTION-ID OF MERGED-RECORD
                   TO DUP-TRANSACTION-ID
               MOVE ACCOUNT-NUMBER OF MERGED-RECORD
                   TO DUP-NET-AMOUNT
               WRITE DUPLICATE-FEED-RECORD
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE "DUPL" TO LNR-STAGE
           ELSE
               ADD 1 TO WS-SEEN-COUNT
               MOVE TRANSACTION-ID OF MERGED-RECORD
                   TO WS-SEEN-ID (WS-SEEN-COUNT)
               WRITE MERGED-RECORD
               ADD 1 TO WS-MERGED-COUNT
               MOVE "MRGD" TO LNR-STAGE
           END-IF
           PERFORM 3300-RECORD-LINEAGE.

       3200-CHECK-SEEN-ID.
           MOVE 'N' TO WS-FOUND
               END-IF
           END-PERFORM.

       3300-RECORD-LINEAGE.
           SET LNR-RECORD-EVENT TO TRUE
           MOVE TRANSACTION-ID OF MERGED-RECORD TO LNR-TRANSACTION-ID
           MOVE NET-AMOUNT OF MERGED-RECORD TO LNR-BEFORE-AMOUNT
           MOVE NET-AMOUNT OF MERGED-RECORD TO LNR-AFTER-AMOUNT
           MOVE SPACES TO LNR-DETAIL
           STRING "FROM " WS-SOURCE-FEED
               DELIMITED BY SIZE INTO LNR-DETAIL
           CALL "LINEVENT" USING LINEAGE-EVENT-REQUEST
           END-CALL.

      *> Each capture system's claimed trailer is summed and compared
      *> to what the merge actually read, duplicates included - a
      *> short or padded upstream file surfaces here, at the front of
