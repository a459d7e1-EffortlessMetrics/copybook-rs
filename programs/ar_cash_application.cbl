      *> ARCASH - Customer cash application. Picks the customer
      *> payments out of the day's TRANIN credits - a credit whose
      *> AUDIT-TRAIL-REF reads "INVOICE " and the invoice number, the
      *> remittance reference our invoices ask customers to quote -
      *> and applies each to that customer's invoice on the
      *> receivables master. A payment more than the open balance
      *> leaves the invoice in credit; an invoice paid down to exactly
      *> zero closes. A payment quoting an invoice the customer does
      *> not have, or a reference that is not an invoice number,
      *> goes to the unapplied-cash list for the cash desk. Every
      *> other credit on the feed is not ours to apply and passes by.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCASH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECEIVABLES-MASTER ASSIGN TO "ARMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-RECEIVABLE-KEY.
           SELECT UNAPPLIED-FILE ASSIGN TO "ARUNAPP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
           COPY financial_sox_compliance.
       FD  RECEIVABLES-MASTER.
           COPY open_receivable_record.
       FD  UNAPPLIED-FILE.
           COPY ar_unapplied_cash_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-REMITTANCE-PREFIX        PIC X(8) VALUE "INVOICE ".
       01  WS-PAYMENT-AMOUNT           PIC S9(13)V99.
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-PAYMENT-COUNT        PIC 9(9) VALUE 0.
           05  WS-APPLIED-COUNT        PIC 9(9) VALUE 0.
           05  WS-CLOSED-COUNT         PIC 9(9) VALUE 0.
           05  WS-UNAPPLIED-COUNT      PIC 9(9) VALUE 0.
           05  WS-APPLIED-AMOUNT       PIC S9(13)V99 VALUE 0.
           05  WS-UNAPPLIED-AMOUNT     PIC S9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           OPEN INPUT TRANSACTION-FILE
           OPEN I-O RECEIVABLES-MASTER
           OPEN OUTPUT UNAPPLIED-FILE
           PERFORM 1000-READ-TRANSACTION
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               IF CREDIT-TRANSACTION
                       AND AUDIT-TRAIL-REF (1:8) = WS-REMITTANCE-PREFIX
                   ADD 1 TO WS-PAYMENT-COUNT
                   PERFORM 2000-APPLY-PAYMENT
               END-IF
               PERFORM 1000-READ-TRANSACTION
           END-PERFORM
           CLOSE TRANSACTION-FILE RECEIVABLES-MASTER UNAPPLIED-FILE
           DISPLAY "ARCASH: READ=" WS-READ-COUNT
                   " PAYMENTS=" WS-PAYMENT-COUNT
                   " APPLIED=" WS-APPLIED-COUNT
                   " CLOSED=" WS-CLOSED-COUNT
                   " UNAPPLIED=" WS-UNAPPLIED-COUNT
           DISPLAY "ARCASH: APPLIED-AMT=" WS-APPLIED-AMOUNT
                   " UNAPPLIED-AMT=" WS-UNAPPLIED-AMOUNT
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
           END-READ.

       2000-APPLY-PAYMENT.
           MOVE NET-AMOUNT TO WS-PAYMENT-AMOUNT
           IF AUDIT-TRAIL-REF (9:8) NOT NUMERIC
               SET ARU-BAD-REFERENCE TO TRUE
               PERFORM 3000-WRITE-UNAPPLIED
           ELSE
               MOVE CUSTOMER-ID TO ARO-CUSTOMER-ID
               MOVE AUDIT-TRAIL-REF (9:8) TO ARO-INVOICE-NUMBER
               READ RECEIVABLES-MASTER
                   INVALID KEY
                       SET ARU-NOT-ON-MASTER TO TRUE
                       PERFORM 3000-WRITE-UNAPPLIED
                   NOT INVALID KEY
                       PERFORM 2100-POST-TO-INVOICE
               END-READ
           END-IF.

       2100-POST-TO-INVOICE.
           ADD WS-PAYMENT-AMOUNT TO ARO-PAID-AMOUNT
           SUBTRACT WS-PAYMENT-AMOUNT FROM ARO-OPEN-BALANCE
           IF ARO-OPEN-BALANCE = 0
               SET ARO-CLOSED TO TRUE
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               SET ARO-OPEN TO TRUE
           END-IF
           MOVE WS-TODAY TO ARO-LAST-ACTIVITY-DATE
           REWRITE OPEN-RECEIVABLE-RECORD
           ADD WS-PAYMENT-AMOUNT TO WS-APPLIED-AMOUNT
           ADD 1 TO WS-APPLIED-COUNT.

       3000-WRITE-UNAPPLIED.
           MOVE TRANSACTION-ID TO ARU-TRANSACTION-ID
           MOVE CUSTOMER-ID TO ARU-CUSTOMER-ID
           MOVE AUDIT-TRAIL-REF TO ARU-INVOICE-REFERENCE
           MOVE WS-PAYMENT-AMOUNT TO ARU-AMOUNT
           MOVE PROCESSING-DATE TO ARU-PROCESSING-DATE
           WRITE AR-UNAPPLIED-CASH-LINE
           ADD WS-PAYMENT-AMOUNT TO WS-UNAPPLIED-AMOUNT
           ADD 1 TO WS-UNAPPLIED-COUNT.
