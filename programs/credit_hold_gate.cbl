      * CREDGATE - Credit screening between order intake and
      * allocation. Each inbound order's customer is checked against
      * the open-receivables master and the customer master: a
      * customer with an invoice more than 60 days past due, or whose
      * open receivables plus this order would breach the credit
      * limit, has the order parked whole on the held file with a
      * hold line for the credit desk instead of passing the gate.
      * Release transactions move previously held orders onto the
      * released feed. The passed and released feeds then run
      * through the ORDBRIDG bridge, which cuts them into the compact
      * ORDERIN shape ALLOCATE actually reads; everything else on the
      * held file carries forward. Stock goes to customers who pay.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDGATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVABLES-MASTER ASSIGN TO "ARMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-RECEIVABLE-KEY
               FILE STATUS IS WS-RECEIVABLES-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLES-MASTER.
           COPY open_receivable_record.
       FD  CUSTOMER-MASTER.
           COPY customer_master_record.
       FD  ORDER-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-RECEIVABLES-STATUS       PIC X(2).
       01  WS-HELD-STATUS              PIC X(2).
       01  WS-RELEASE-STATUS           PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-RECEIVABLES-STATE        PIC X(1) VALUE 'N'.
           88  WS-RECEIVABLES-OPEN     VALUE 'Y'.
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-CUSTOMER-NUM             PIC 9(10).
       01  WS-CUSTOMER-STATE           PIC X(1).
           88  WS-ORDER-HELD           VALUE 'Y'.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
      * Past-due hold threshold - on the standard 30-day terms this
      * holds a customer with an invoice 90 days old.
       01  WS-PAST-DUE-LIMIT-DAYS      PIC 9(3) VALUE 60.
       01  WS-DAYS-PAST-DUE            PIC S9(7).
       01  WS-AR-EXPOSURE              PIC S9(13)V99.
       01  WS-AR-PAST-DUE              PIC S9(13)V99.
       01  WS-REL-INDEX                PIC 9(4) COMP.
       01  WS-REL-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-RELEASE-TABLE.
           05  WS-REL-ORDER OCCURS 2000 TIMES PIC X(12).
       01  WS-COUNTS.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 1500-LOAD-RELEASES
           OPEN INPUT CUSTOMER-MASTER
      * No receivables master yet means nobody owes anything.
           OPEN INPUT RECEIVABLES-MASTER
           IF WS-RECEIVABLES-STATUS = "00"
               SET WS-RECEIVABLES-OPEN TO TRUE
           END-IF
           OPEN OUTPUT CLEAN-ORDER-FILE HELD-OUT-FILE
                       RELEASED-FILE HOLD-LIST-FILE
           PERFORM 2000-WORK-PRIOR-HELD
           END-PERFORM
           CLOSE ORDER-FILE CUSTOMER-MASTER CLEAN-ORDER-FILE
                 HELD-OUT-FILE RELEASED-FILE HOLD-LIST-FILE
           IF WS-RECEIVABLES-OPEN
               CLOSE RECEIVABLES-MASTER
           END-IF
           DISPLAY "CREDGATE: ORDERS=" WS-ORDER-COUNT
                   " PASSED=" WS-PASSED-COUNT
                   " HELD=" WS-HELD-COUNT
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1500-LOAD-RELEASES.
           OPEN INPUT RELEASE-FILE
           IF WS-RELEASE-STATUS = "00"
           MOVE FUNCTION NUMVAL
               (CUSTOMER-ID OF ORDER-PROCESSING-RECORD)
               TO WS-CUSTOMER-NUM
           PERFORM 4050-MEASURE-EXPOSURE
           PERFORM 4100-CHECK-PAST-DUE
           IF NOT WS-ORDER-HELD
               PERFORM 4200-CHECK-CREDIT-LIMIT
           END-IF
               ADD 1 TO WS-PASSED-COUNT
           END-IF.

      * The customer's exposure is every open invoice on the
      * receivables master, credit balances included; the past-due
      * figure is what sits beyond the hold threshold.
       4050-MEASURE-EXPOSURE.
           MOVE 0 TO WS-AR-EXPOSURE WS-AR-PAST-DUE
           MOVE 'N' TO WS-MASTER-EOF
           IF NOT WS-RECEIVABLES-OPEN
               SET END-OF-MASTER TO TRUE
           ELSE
               MOVE WS-CUSTOMER-NUM TO ARO-CUSTOMER-ID
               MOVE 0 TO ARO-INVOICE-NUMBER
               START RECEIVABLES-MASTER
                   KEY IS NOT LESS THAN ARO-RECEIVABLE-KEY
                   INVALID KEY SET END-OF-MASTER TO TRUE
               END-START
           END-IF
           PERFORM UNTIL END-OF-MASTER
               READ RECEIVABLES-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       IF ARO-CUSTOMER-ID NOT = WS-CUSTOMER-NUM
                           SET END-OF-MASTER TO TRUE
                       ELSE
                           IF ARO-OPEN
                               PERFORM 4060-ADD-EXPOSURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       4060-ADD-EXPOSURE.
           ADD ARO-OPEN-BALANCE TO WS-AR-EXPOSURE
           COMPUTE WS-DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
               - FUNCTION INTEGER-OF-DATE (ARO-DUE-DATE)
           IF WS-DAYS-PAST-DUE > WS-PAST-DUE-LIMIT-DAYS
               ADD ARO-OPEN-BALANCE TO WS-AR-PAST-DUE
           END-IF.

      * Past-due credits can net a customer's old invoices away, so
      * the hold looks at the net past-due amount.
       4100-CHECK-PAST-DUE.
           IF WS-AR-PAST-DUE > 0
               SET WS-ORDER-HELD TO TRUE
               SET CHD-PAST-DUE-HOLD TO TRUE
               PERFORM 4300-WRITE-HOLD-LINE
           END-IF.

      * A customer with no master row or a zero limit passes on the
      * past-due check alone.
       4200-CHECK-CREDIT-LIMIT.
           MOVE 'N' TO WS-CUSTOMER-STATE
           MOVE WS-CUSTOMER-NUM TO CM-CUSTOMER-ID
           END-READ
           IF WS-CUSTOMER-ON-MASTER
                   AND CM-CREDIT-LIMIT > 0
               IF WS-AR-EXPOSURE
                       + GRAND-TOTAL OF ORDER-PROCESSING-RECORD
                       > CM-CREDIT-LIMIT
                   SET WS-ORDER-HELD TO TRUE
