      * partition closes with a control record - count and
      * NET-AMOUNT total - on the partition control file PARTCONS
      * proves against the input trailer before downstream release.
      * Every transaction's partition is recorded on the lineage file
      * through LINEVENT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSPLT.

       01  WS-PART-COUNT               PIC 9(1) COMP VALUE 0.
       01  WS-TARGET                   PIC 9(1).
       01  WS-PART-DIGIT               PIC 9(1).
       01  WS-UNRANGED-FLAG            PIC X(1).
           88  WS-OUTSIDE-RANGES       VALUE 'Y'.
           COPY lineage_event_request.
       01  WS-PARTITION-TABLE.
           05  WS-PART-ENTRY OCCURS 4 TIMES.
               10  WS-PRT-LOW          PIC 9(4).
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 1000-LOAD-DEFINITIONS
           MOVE "TRANSPLT" TO LNR-PROGRAM
           MOVE WS-TODAY TO LNR-RUN-DATE
           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT PARTITION-1-FILE PARTITION-2-FILE
                       PARTITION-3-FILE PARTITION-4-FILE
           CLOSE TRANSACTION-FILE
                 PARTITION-1-FILE PARTITION-2-FILE
                 PARTITION-3-FILE PARTITION-4-FILE
           SET LNR-END-OF-RUN TO TRUE
           CALL "LINEVENT" USING LINEAGE-EVENT-REQUEST
           END-CALL
           OPEN OUTPUT CONTROL-FILE
           PERFORM 4000-WRITE-CONTROL-RECORDS
           CLOSE CONTROL-FILE

       3000-ROUTE-TRANSACTION.
           MOVE 0 TO WS-TARGET
           MOVE 'N' TO WS-UNRANGED-FLAG
           PERFORM VARYING WS-PART-INDEX FROM 1 BY 1
               UNTIL WS-PART-INDEX > WS-PART-COUNT
                   OR WS-TARGET NOT = 0
           IF WS-TARGET = 0
               MOVE WS-PART-COUNT TO WS-TARGET
               ADD 1 TO WS-UNRANGED-COUNT
               SET WS-OUTSIDE-RANGES TO TRUE
           END-IF
           EVALUATE WS-TARGET
               WHEN 1
           END-EVALUATE
           ADD 1 TO WS-PRT-COUNT (WS-TARGET)
           ADD NET-AMOUNT OF FINANCIAL-TRANSACTION-RECORD
               TO WS-PRT-AMOUNT (WS-TARGET)
           PERFORM 3100-RECORD-LINEAGE.

       3100-RECORD-LINEAGE.
           SET LNR-RECORD-EVENT TO TRUE
           MOVE TRANSACTION-ID OF FINANCIAL-TRANSACTION-RECORD
               TO LNR-TRANSACTION-ID
           MOVE "SPLT" TO LNR-STAGE
           MOVE NET-AMOUNT OF FINANCIAL-TRANSACTION-RECORD
               TO LNR-BEFORE-AMOUNT
           MOVE NET-AMOUNT OF FINANCIAL-TRANSACTION-RECORD
               TO LNR-AFTER-AMOUNT
           MOVE WS-TARGET TO WS-PART-DIGIT
           MOVE SPACES TO LNR-DETAIL
           IF WS-OUTSIDE-RANGES
               STRING "TO TRANPT" WS-PART-DIGIT " OUTSIDE RANGES"
                   DELIMITED BY SIZE INTO LNR-DETAIL
           ELSE
               STRING "TO TRANPT" WS-PART-DIGIT
                   DELIMITED BY SIZE INTO LNR-DETAIL
           END-IF
           CALL "LINEVENT" USING LINEAGE-EVENT-REQUEST
           END-CALL.

       4000-WRITE-CONTROL-RECORDS.
           PERFORM VARYING WS-PART-INDEX FROM 1 BY 1
