      *> without change. The run closes by rewriting the SOXCTL
      *> control trailer with the converted feed's own count and USD
      *> net, so SOXCTBAL ties TRANIN against what actually landed on
      *> it rather than the upstream feeds' original-currency totals.
      *> The converted net is recomputed from the converted
      *> components so the NET = BASE + FEES - TAX reconciliation
      *> still ties to the cent. A blank currency code is taken as
      *> USD (the book before the layout carried currency). Records
      *> whose currency has no usable rate on or before their
      *> PROCESSING-DATE go to the reject file unconverted. Every
      *> record converted or rejected is recorded on the lineage file
      *> through LINEVENT with its net before and after conversion.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXCONV.

       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-RATE-INDEX               PIC 9(5) COMP.
       01  WS-RATE-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-FOUND                    PIC X(1).
           88  WS-RATE-FOUND           VALUE 'Y'.
       01  WS-BEST-DATE                PIC 9(8).
       01  WS-TRAN-REFERENCE           PIC 9(12).
       01  WS-BEST-RATE                PIC 9(3)V9(6).
       01  WS-CONVERTED-NET            PIC S9(15)V99 VALUE 0.
       01  WS-ORIGINAL-NET             PIC S9(13)V99.
       01  WS-RATE-DISPLAY             PIC ZZ9.999999.
           COPY lineage_event_request.
      *> FXRTLOAD's window of rates - up to 32 business dates for
      *> each of the 500 currencies its history master carries.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 16000 TIMES.
               10  WS-RATE-CURRENCY    PIC X(3).
               10  WS-RATE-DATE        PIC 9(8).
               10  WS-RATE-USD         PIC 9(3)V9(6).
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-CONVERTED-COUNT      PIC 9(9) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(9) VALUE 0.
           05  WS-RATE-DROPPED-COUNT   PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 1000-LOAD-RATES
           MOVE "FXCONV" TO LNR-PROGRAM
           MOVE WS-TODAY TO LNR-RUN-DATE
           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT CONVERTED-FILE REJECT-FILE
           PERFORM 0100-OPEN-WRAPPER-FILE
           END-PERFORM
           CLOSE TRANSACTION-FILE CONVERTED-FILE REJECT-FILE
               WRAPPER-FILE
           SET LNR-END-OF-RUN TO TRUE
           CALL "LINEVENT" USING LINEAGE-EVENT-REQUEST
           END-CALL
           PERFORM 5000-WRITE-CONTROL-TRAILER
           DISPLAY "FXCONV: READ=" WS-READ-COUNT
                   " CONVERTED=" WS-CONVERTED-COUNT
                   " REJECTED=" WS-REJECT-COUNT
                   " RATES-DROPPED=" WS-RATE-DROPPED-COUNT
           GOBACK.

      * Every run processes the run-control business date; the
           OPEN INPUT RATE-FILE
           PERFORM 1100-READ-RATE
           PERFORM UNTIL END-OF-FILE
               IF WS-RATE-COUNT < 16000
                   ADD 1 TO WS-RATE-COUNT
                   MOVE FXR-CURRENCY-CODE
                       TO WS-RATE-CURRENCY (WS-RATE-COUNT)
                   MOVE FXR-RATE-DATE
                       TO WS-RATE-DATE (WS-RATE-COUNT)
                   MOVE FXR-USD-RATE
                       TO WS-RATE-USD (WS-RATE-COUNT)
               ELSE
                   ADD 1 TO WS-RATE-DROPPED-COUNT
               END-IF
               PERFORM 1100-READ-RATE
           END-PERFORM
           CLOSE RATE-FILE
           END-READ.

       3000-CONVERT-TRANSACTION.
           MOVE NET-AMOUNT OF FINANCIAL-TRANSACTION-RECORD
               TO WS-ORIGINAL-NET
           IF CURRENCY-CODE OF FINANCIAL-TRANSACTION-RECORD = SPACES
               OR CURRENCY-CODE OF FINANCIAL-TRANSACTION-RECORD =
                   LOW-VALUES
                   WRITE FX-REJECT-RECORD
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM 3900-WRITE-WRAPPER
                   MOVE "FXRJ" TO LNR-STAGE
                   MOVE EXW-DETAIL TO LNR-DETAIL
                   PERFORM 3300-RECORD-LINEAGE
               END-IF
           END-IF.

           MOVE WS-BEST-RATE TO EXCHANGE-RATE
               OF FINANCIAL-TRANSACTION-RECORD
           COMPUTE BASE-AMOUNT OF FINANCIAL-TRANSACTION-RECORD ROUNDED =
               BASE-AMOUNT OF FINANCIAL-TRANSACTION-RECORD
               * WS-BEST-RATE
           COMPUTE FEES-TOTAL OF FINANCIAL-TRANSACTION-RECORD ROUNDED =
               FEES-TOTAL OF FINANCIAL-TRANSACTION-RECORD * WS-BEST-RATE
           COMPUTE TAX-AMOUNT OF FINANCIAL-TRANSACTION-RECORD ROUNDED =
           WRITE CONVERTED-RECORD
           ADD 1 TO WS-CONVERTED-COUNT
           ADD NET-AMOUNT OF FINANCIAL-TRANSACTION-RECORD
               TO WS-CONVERTED-NET
           MOVE "CONV" TO LNR-STAGE
           MOVE EXCHANGE-RATE OF FINANCIAL-TRANSACTION-RECORD
               TO WS-RATE-DISPLAY
           MOVE SPACES TO LNR-DETAIL
           STRING CURRENCY-CODE OF FINANCIAL-TRANSACTION-RECORD
               " AT " WS-RATE-DISPLAY
               DELIMITED BY SIZE INTO LNR-DETAIL
           PERFORM 3300-RECORD-LINEAGE.

       3300-RECORD-LINEAGE.
           SET LNR-RECORD-EVENT TO TRUE
           MOVE TRANSACTION-ID OF FINANCIAL-TRANSACTION-RECORD
               TO LNR-TRANSACTION-ID
           MOVE WS-ORIGINAL-NET TO LNR-BEFORE-AMOUNT
           MOVE NET-AMOUNT OF FINANCIAL-TRANSACTION-RECORD
               TO LNR-AFTER-AMOUNT
           CALL "LINEVENT" USING LINEAGE-EVENT-REQUEST
           END-CALL.

      *> The feed that landed on TRANIN is what SOXCTBAL must tie
      *> against, so its trailer is recomputed here from the converted
