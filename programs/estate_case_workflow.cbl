      *> notifications against the estate case master: an open
      *> resolves the enterprise identity through the IDXREF
      *> cross-reference and opens a case carrying all three domain
      *> identifiers; a close marks probate complete, and an
      *> insolvency notice flags an open case's estate insolvent for
      *> the charge-off run. The run then
      *> sweeps the open cases and rebuilds the two suppression
      *> extracts in full each night: ESTSUP carries the deceased's
      *> CUSTOMER-ID entries in the SUPLIST shape the statement runs,
       01  WS-COUNTS.
           05  WS-OPENED-COUNT         PIC 9(7) VALUE 0.
           05  WS-CLOSED-COUNT         PIC 9(7) VALUE 0.
           05  WS-INSOLVENT-COUNT      PIC 9(7) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(7) VALUE 0.
           05  WS-OPEN-CASES           PIC 9(7) VALUE 0.

               REPORT-FILE
           DISPLAY "ESTCASE: OPENED=" WS-OPENED-COUNT
                   " CLOSED=" WS-CLOSED-COUNT
                   " INSOLVENT=" WS-INSOLVENT-COUNT
                   " REJECTED=" WS-REJECTED-COUNT
                   " OPEN=" WS-OPEN-CASES
           GOBACK.
                   MOVE WS-TODAY TO ESC-CLOSED-DATE
                   REWRITE ESTATE-CASE-RECORD
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN DCN-INSOLVENT-ESTATE AND WS-CASE-EXISTS
                       AND ESC-OPEN
                   SET ESC-INSOLVENT TO TRUE
                   MOVE WS-TODAY TO ESC-INSOLVENT-DATE
                   REWRITE ESTATE-CASE-RECORD
                   ADD 1 TO WS-INSOLVENT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE.
               MOVE WS-TODAY            TO ESC-OPENED-DATE
               MOVE 0                   TO ESC-CLOSED-DATE
               MOVE DCN-NOTIFIED-BY     TO ESC-NOTIFIED-BY
               MOVE 'N'                 TO ESC-INSOLVENCY-FLAG
               MOVE 0                   TO ESC-INSOLVENT-DATE
               WRITE ESTATE-CASE-RECORD
               ADD 1 TO WS-OPENED-COUNT
           ELSE
