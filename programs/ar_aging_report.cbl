      *> ARAGING - Accounts-receivable aging. Sweeps the open-
      *> receivables master at the business date and spreads each
      *> customer's open invoices by days past due - not yet due,
      *> 1-30, 31-60, 61-90 and over 90 - with the customer's name
      *> and credit limit from the customer master beside the total,
      *> then a grand-total line under customer zero. Closed invoices
      *> are left out; an invoice in credit ages like any other, so a
      *> credit balance offsets the bucket it sits in.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARAGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVABLES-MASTER ASSIGN TO "ARMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-RECEIVABLE-KEY.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID.
           SELECT REPORT-FILE ASSIGN TO "ARAGING"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLES-MASTER.
           COPY open_receivable_record.
       FD  CUSTOMER-MASTER.
           COPY customer_master_record.
       FD  REPORT-FILE.
           COPY ar_aging_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-DAYS-PAST-DUE            PIC S9(7).
       01  WS-CURRENT-CUSTOMER         PIC 9(10) VALUE 0.
       01  WS-CUSTOMER-BUCKETS.
           05  WS-CUS-ITEMS            PIC 9(7).
           05  WS-CUS-CURRENT          PIC S9(13)V99.
           05  WS-CUS-DAYS-1-30        PIC S9(13)V99.
           05  WS-CUS-DAYS-31-60       PIC S9(13)V99.
           05  WS-CUS-DAYS-61-90       PIC S9(13)V99.
           05  WS-CUS-DAYS-OVER-90     PIC S9(13)V99.
           05  WS-CUS-TOTAL            PIC S9(13)V99.
       01  WS-GRAND-BUCKETS.
           05  WS-GRD-ITEMS            PIC 9(7) VALUE 0.
           05  WS-GRD-CURRENT          PIC S9(13)V99 VALUE 0.
           05  WS-GRD-DAYS-1-30        PIC S9(13)V99 VALUE 0.
           05  WS-GRD-DAYS-31-60       PIC S9(13)V99 VALUE 0.
           05  WS-GRD-DAYS-61-90       PIC S9(13)V99 VALUE 0.
           05  WS-GRD-DAYS-OVER-90     PIC S9(13)V99 VALUE 0.
           05  WS-GRD-TOTAL            PIC S9(13)V99 VALUE 0.
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-CUSTOMER-COUNT       PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           OPEN INPUT RECEIVABLES-MASTER CUSTOMER-MASTER
           OPEN OUTPUT REPORT-FILE
           INITIALIZE WS-CUSTOMER-BUCKETS
           MOVE LOW-VALUES TO ARO-RECEIVABLE-KEY
           START RECEIVABLES-MASTER
               KEY IS NOT LESS THAN ARO-RECEIVABLE-KEY
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ RECEIVABLES-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF ARO-OPEN
                           IF ARO-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
                               PERFORM 3000-WRITE-CUSTOMER-LINE
                               MOVE ARO-CUSTOMER-ID
                                   TO WS-CURRENT-CUSTOMER
                           END-IF
                           PERFORM 2000-AGE-INVOICE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 3000-WRITE-CUSTOMER-LINE
           PERFORM 4000-WRITE-GRAND-TOTAL
           CLOSE RECEIVABLES-MASTER CUSTOMER-MASTER REPORT-FILE
           DISPLAY "ARAGING: READ=" WS-READ-COUNT
                   " CUSTOMERS=" WS-CUSTOMER-COUNT
                   " OPEN-ITEMS=" WS-GRD-ITEMS
                   " OPEN=" WS-GRD-TOTAL
                   " OVER-90=" WS-GRD-DAYS-OVER-90
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

       2000-AGE-INVOICE.
           COMPUTE WS-DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
               - FUNCTION INTEGER-OF-DATE (ARO-DUE-DATE)
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE < 1
                   ADD ARO-OPEN-BALANCE TO WS-CUS-CURRENT
               WHEN WS-DAYS-PAST-DUE < 31
                   ADD ARO-OPEN-BALANCE TO WS-CUS-DAYS-1-30
               WHEN WS-DAYS-PAST-DUE < 61
                   ADD ARO-OPEN-BALANCE TO WS-CUS-DAYS-31-60
               WHEN WS-DAYS-PAST-DUE < 91
                   ADD ARO-OPEN-BALANCE TO WS-CUS-DAYS-61-90
               WHEN OTHER
                   ADD ARO-OPEN-BALANCE TO WS-CUS-DAYS-OVER-90
           END-EVALUATE
           ADD ARO-OPEN-BALANCE TO WS-CUS-TOTAL
           ADD 1 TO WS-CUS-ITEMS.

      *> A customer no longer on the master still ages; the line
      *> just goes out without a name or limit.
       3000-WRITE-CUSTOMER-LINE.
           IF WS-CUS-ITEMS > 0
               MOVE WS-TODAY TO AGL-AS-OF-DATE
               MOVE WS-CURRENT-CUSTOMER TO AGL-CUSTOMER-ID
               MOVE SPACES TO AGL-CUSTOMER-NAME
               MOVE 0 TO AGL-CREDIT-LIMIT
               MOVE WS-CURRENT-CUSTOMER TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME TO AGL-CUSTOMER-NAME
                       MOVE CM-CREDIT-LIMIT TO AGL-CREDIT-LIMIT
               END-READ
               MOVE WS-CUS-ITEMS        TO AGL-OPEN-ITEMS
               MOVE WS-CUS-CURRENT      TO AGL-CURRENT
               MOVE WS-CUS-DAYS-1-30    TO AGL-DAYS-1-30
               MOVE WS-CUS-DAYS-31-60   TO AGL-DAYS-31-60
               MOVE WS-CUS-DAYS-61-90   TO AGL-DAYS-61-90
               MOVE WS-CUS-DAYS-OVER-90 TO AGL-DAYS-OVER-90
               MOVE WS-CUS-TOTAL        TO AGL-TOTAL-OPEN
               WRITE AR-AGING-LINE
               ADD WS-CUS-ITEMS        TO WS-GRD-ITEMS
               ADD WS-CUS-CURRENT      TO WS-GRD-CURRENT
               ADD WS-CUS-DAYS-1-30    TO WS-GRD-DAYS-1-30
               ADD WS-CUS-DAYS-31-60   TO WS-GRD-DAYS-31-60
               ADD WS-CUS-DAYS-61-90   TO WS-GRD-DAYS-61-90
               ADD WS-CUS-DAYS-OVER-90 TO WS-GRD-DAYS-OVER-90
               ADD WS-CUS-TOTAL        TO WS-GRD-TOTAL
               ADD 1 TO WS-CUSTOMER-COUNT
           END-IF
           INITIALIZE WS-CUSTOMER-BUCKETS.

       4000-WRITE-GRAND-TOTAL.
           MOVE WS-TODAY            TO AGL-AS-OF-DATE
           MOVE 0                   TO AGL-CUSTOMER-ID
           MOVE "GRAND TOTAL"       TO AGL-CUSTOMER-NAME
           MOVE WS-GRD-ITEMS        TO AGL-OPEN-ITEMS
           MOVE WS-GRD-CURRENT      TO AGL-CURRENT
           MOVE WS-GRD-DAYS-1-30    TO AGL-DAYS-1-30
           MOVE WS-GRD-DAYS-31-60   TO AGL-DAYS-31-60
           MOVE WS-GRD-DAYS-61-90   TO AGL-DAYS-61-90
           MOVE WS-GRD-DAYS-OVER-90 TO AGL-DAYS-OVER-90
           MOVE WS-GRD-TOTAL        TO AGL-TOTAL-OPEN
           MOVE 0                   TO AGL-CREDIT-LIMIT
           WRITE AR-AGING-LINE.
