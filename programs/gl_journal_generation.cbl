      *> offset, FEES-TOTAL and TAX-AMOUNT post to their own GL
      *> accounts, and the run closes with a balance-proof line that
      *> flags an out-of-balance journal. Activity with no mapping row
      *> is counted and left unposted so it cannot half-post. Every
      *> journal pair, and every transaction left unposted, is
      *> recorded on the lineage file through LINEVENT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.

       01  WS-FEE-OFFSET               PIC 9(8) VALUE 0.
       01  WS-TAX-ACCOUNT              PIC 9(8) VALUE 0.
       01  WS-TAX-OFFSET               PIC 9(8) VALUE 0.
       01  WS-DEBIT-ACCOUNT            PIC 9(8).
       01  WS-CREDIT-ACCOUNT           PIC 9(8).
       01  WS-BRANCH-DISPLAY           PIC 9(4).
           COPY lineage_event_request.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 2000 TIMES.
               10  WS-MAP-TRANS-TYPE   PIC X(3).
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 1000-LOAD-MAPPINGS
           MOVE "GLJRNL" TO LNR-PROGRAM
           MOVE WS-TODAY TO LNR-RUN-DATE
           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT JOURNAL-FILE
           PERFORM 2000-READ-TRANSACTION
               PERFORM 2000-READ-TRANSACTION
           END-PERFORM
           CLOSE TRANSACTION-FILE JOURNAL-FILE
           SET LNR-END-OF-RUN TO TRUE
           CALL "LINEVENT" USING LINEAGE-EVENT-REQUEST
           END-CALL
           OPEN OUTPUT BALANCE-FILE
           PERFORM 4000-WRITE-BALANCE-PROOF
           CLOSE BALANCE-FILE
           PERFORM 3100-FIND-MAPPING
           IF NOT WS-MAP-FOUND
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE "JUNM" TO LNR-STAGE
               MOVE NET-AMOUNT TO LNR-BEFORE-AMOUNT
               MOVE 0 TO LNR-AFTER-AMOUNT
               MOVE BRANCH-CODE TO WS-BRANCH-DISPLAY
               MOVE SPACES TO LNR-DETAIL
               STRING "NO GL MAPPING FOR " TRANSACTION-TYPE
                   " " WS-BRANCH-DISPLAY
                   DELIMITED BY SIZE INTO LNR-DETAIL
               PERFORM 3700-RECORD-LINEAGE
           ELSE
               PERFORM 3200-POST-PRINCIPAL
               IF FEES-TOTAL NOT = 0 AND WS-FEE-ACCOUNT NOT = 0
           ELSE
               MOVE NET-AMOUNT TO WS-POSTING-AMOUNT
           END-IF
           MOVE NET-AMOUNT TO LNR-BEFORE-AMOUNT
           PERFORM 3500-WRITE-JOURNAL-PAIR.

       3300-POST-FEES.
           ELSE
               MOVE FEES-TOTAL TO WS-POSTING-AMOUNT
           END-IF
           MOVE FEES-TOTAL TO LNR-BEFORE-AMOUNT
           PERFORM 3500-WRITE-JOURNAL-PAIR.

       3400-POST-TAX.
           ELSE
               MOVE TAX-AMOUNT TO WS-POSTING-AMOUNT
           END-IF
           MOVE TAX-AMOUNT TO LNR-BEFORE-AMOUNT
           PERFORM 3500-WRITE-JOURNAL-PAIR.

       3500-WRITE-JOURNAL-PAIR.
           ELSE
               MOVE 'D' TO GLJ-DEBIT-CREDIT
           END-IF
           PERFORM 3600-WRITE-JOURNAL-LINE
           IF WS-POSTING-SIDE = 'D'
               MOVE WS-POSTING-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-POSTING-OFFSET TO WS-CREDIT-ACCOUNT
           ELSE
               MOVE WS-POSTING-OFFSET TO WS-DEBIT-ACCOUNT
               MOVE WS-POSTING-ACCOUNT TO WS-CREDIT-ACCOUNT
           END-IF
           MOVE "JRNL" TO LNR-STAGE
           MOVE WS-POSTING-AMOUNT TO LNR-AFTER-AMOUNT
           MOVE SPACES TO LNR-DETAIL
           STRING "DR " WS-DEBIT-ACCOUNT " CR " WS-CREDIT-ACCOUNT
               DELIMITED BY SIZE INTO LNR-DETAIL
           PERFORM 3700-RECORD-LINEAGE.

       3600-WRITE-JOURNAL-LINE.
           IF GLJ-DEBIT
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-COUNT.

       3700-RECORD-LINEAGE.
           SET LNR-RECORD-EVENT TO TRUE
           MOVE TRANSACTION-ID TO LNR-TRANSACTION-ID
           CALL "LINEVENT" USING LINEAGE-EVENT-REQUEST
           END-CALL.

       4000-WRITE-BALANCE-PROOF.
           MOVE WS-TODAY TO GLB-JOURNAL-DATE
           MOVE WS-DEBIT-TOTAL  TO GLB-DEBIT-TOTAL
