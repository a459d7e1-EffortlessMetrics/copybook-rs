      *> ARINVC - Customer invoicing from shipped orders. Reads the
      *> order feed SHPTRACK has confirmed and bills every ORDER-LINE
      *> at status SH that the billed-line register has not seen yet:
      *> an order's newly shipped lines go out together on one
      *> invoice, so a partial shipment bills what left the dock and
      *> the rest bills on a later invoice when it ships. Each line
      *> bills its line total plus tax less discount, which is how
      *> ORDPRICE builds GRAND-TOTAL, so a fully shipped order bills
      *> its grand total. The invoice opens on the receivables master
      *> due the standard terms days out. The day's RMARECV credit
      *> memos are then netted against the invoice that billed the
      *> returned item; a memo for an order never billed is rejected
      *> for the credit desk.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARINVC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO "ARORDIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO "ARINVCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT BILLED-MASTER ASSIGN TO "ARBILLED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABL-BILLED-KEY
               FILE STATUS IS WS-BILLED-STATUS.
           SELECT RECEIVABLES-MASTER ASSIGN TO "ARMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-RECEIVABLE-KEY
               FILE STATUS IS WS-RECEIVABLES-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "ARINVOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CREDIT-FILE ASSIGN TO "RMACRED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CREDIT-STATUS.
           SELECT REJECT-FILE ASSIGN TO "ARCMREJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDM-PRODUCT-CODE.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
           COPY ac3_child_inside_odo_basic.
       FD  CONTROL-FILE.
           COPY ar_invoice_control.
       FD  BILLED-MASTER.
           COPY ar_billed_line_record.
       FD  RECEIVABLES-MASTER.
           COPY open_receivable_record.
       FD  INVOICE-FILE.
           COPY customer_invoice_line.
       FD  CREDIT-FILE.
           COPY credit_memo_record.
       FD  REJECT-FILE.
           COPY credit_memo_record
               REPLACING ==CREDIT-MEMO-RECORD==
                      BY ==CREDIT-MEMO-REJECT==
                         LEADING ==CMO== BY ==CMR==.
       FD  PRODUCT-MASTER.
           COPY product_master_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-CONTROL-STATUS           PIC X(2).
       01  WS-BILLED-STATUS            PIC X(2).
       01  WS-RECEIVABLES-STATUS       PIC X(2).
       01  WS-CREDIT-STATUS            PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-BILLED-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-BILLED           VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-TERMS-DAYS               PIC 9(3) VALUE 30.
       01  WS-DUE-DATE                 PIC 9(8).
       01  WS-LAST-INVOICE-NUMBER      PIC 9(8) VALUE 0.
       01  WS-INVOICE-NUMBER           PIC 9(8).
       01  WS-INVOICE-AMOUNT           PIC 9(11)V99.
       01  WS-LINE-AMOUNT              PIC S9(9)V99.
       01  WS-ORDER-NUMBER             PIC 9(8).
       01  WS-CUSTOMER-NUM             PIC 9(10).
       01  WS-LINE-INDEX               PIC 9(3) COMP.
       01  WS-BILLED-STATE             PIC X(1).
           88  WS-LINE-ALREADY-BILLED  VALUE 'Y'.
       01  WS-MATCH-STATE              PIC X(1).
           88  WS-ORDER-BILLED         VALUE 'Y'.
           88  WS-ITEM-MATCHED         VALUE 'I'.
       01  WS-CREDIT-CUSTOMER          PIC 9(10).
       01  WS-CREDIT-INVOICE           PIC 9(8).
       01  WS-COUNTS.
           05  WS-ORDER-COUNT          PIC 9(7) VALUE 0.
           05  WS-INVOICE-COUNT        PIC 9(7) VALUE 0.
           05  WS-LINE-COUNT           PIC 9(7) VALUE 0.
           05  WS-REBILL-SKIP-COUNT    PIC 9(7) VALUE 0.
           05  WS-MEMO-COUNT           PIC 9(7) VALUE 0.
           05  WS-NETTED-COUNT         PIC 9(7) VALUE 0.
           05  WS-MEMO-REJECT-COUNT    PIC 9(7) VALUE 0.
           05  WS-BILLED-TOTAL         PIC 9(13)V99 VALUE 0.
           05  WS-CREDITED-TOTAL       PIC 9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 1000-READ-CONTROL
           OPEN I-O BILLED-MASTER
           IF WS-BILLED-STATUS NOT = "00"
               OPEN OUTPUT BILLED-MASTER
               CLOSE BILLED-MASTER
               OPEN I-O BILLED-MASTER
           END-IF
           OPEN I-O RECEIVABLES-MASTER
           IF WS-RECEIVABLES-STATUS NOT = "00"
               OPEN OUTPUT RECEIVABLES-MASTER
               CLOSE RECEIVABLES-MASTER
               OPEN I-O RECEIVABLES-MASTER
           END-IF
           OPEN OUTPUT INVOICE-FILE REJECT-FILE
           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (
                   FUNCTION INTEGER-OF-DATE (WS-TODAY)
                   + WS-TERMS-DAYS)
           OPEN INPUT ORDER-FILE PRODUCT-MASTER
           PERFORM 2000-READ-ORDER
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-ORDER-COUNT
               PERFORM 3000-BILL-ORDER
               PERFORM 2000-READ-ORDER
           END-PERFORM
           CLOSE ORDER-FILE PRODUCT-MASTER
           PERFORM 5000-NET-CREDIT-MEMOS
           CLOSE BILLED-MASTER RECEIVABLES-MASTER INVOICE-FILE
                 REJECT-FILE
           PERFORM 6000-WRITE-CONTROL
           DISPLAY "ARINVC: ORDERS=" WS-ORDER-COUNT
                   " INVOICES=" WS-INVOICE-COUNT
                   " LINES=" WS-LINE-COUNT
                   " ALREADY-BILLED=" WS-REBILL-SKIP-COUNT
                   " BILLED=" WS-BILLED-TOTAL
           DISPLAY "ARINVC: MEMOS=" WS-MEMO-COUNT
                   " NETTED=" WS-NETTED-COUNT
                   " REJECTED=" WS-MEMO-REJECT-COUNT
                   " CREDITED=" WS-CREDITED-TOTAL
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

      *> An absent control starts invoice numbering from one.
       1000-READ-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE ARC-LAST-INVOICE-NUMBER
                           TO WS-LAST-INVOICE-NUMBER
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       2000-READ-ORDER.
           READ ORDER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> The invoice number is only taken once the order turns up a
      *> line still to bill, so a fully billed order costs none.
       3000-BILL-ORDER.
           MOVE FUNCTION NUMVAL
               (ORDER-ID OF ORDER-PROCESSING-RECORD)
               TO WS-ORDER-NUMBER
           MOVE FUNCTION NUMVAL
               (CUSTOMER-ID OF ORDER-PROCESSING-RECORD)
               TO WS-CUSTOMER-NUM
           MOVE 0 TO WS-INVOICE-NUMBER WS-INVOICE-AMOUNT
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX >
                   LINE-COUNT OF ORDER-PROCESSING-RECORD
               IF STATUS-CODE OF ORDER-PROCESSING-RECORD
                       (WS-LINE-INDEX) = "SH"
                   PERFORM 3100-BILL-LINE
               END-IF
           END-PERFORM
           IF WS-INVOICE-NUMBER NOT = 0
               PERFORM 3300-OPEN-RECEIVABLE
           END-IF.

       3100-BILL-LINE.
           MOVE 'N' TO WS-BILLED-STATE
           MOVE WS-ORDER-NUMBER TO ABL-ORDER-NUMBER
           MOVE LINE-NUMBER OF ORDER-PROCESSING-RECORD (WS-LINE-INDEX)
               TO ABL-LINE-NUMBER
           READ BILLED-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-LINE-ALREADY-BILLED TO TRUE
           END-READ
           IF WS-LINE-ALREADY-BILLED
               ADD 1 TO WS-REBILL-SKIP-COUNT
           ELSE
               IF WS-INVOICE-NUMBER = 0
                   ADD 1 TO WS-LAST-INVOICE-NUMBER
                   MOVE WS-LAST-INVOICE-NUMBER TO WS-INVOICE-NUMBER
               END-IF
               COMPUTE WS-LINE-AMOUNT =
                   LINE-TOTAL OF ORDER-PROCESSING-RECORD
                       (WS-LINE-INDEX)
                   + TAX-AMOUNT OF ORDER-PROCESSING-RECORD
                       (WS-LINE-INDEX)
                   - DISCOUNT-AMOUNT OF ORDER-PROCESSING-RECORD
                       (WS-LINE-INDEX)
               IF WS-LINE-AMOUNT < 0
                   MOVE 0 TO WS-LINE-AMOUNT
               END-IF
               PERFORM 3200-RECORD-BILLED-LINE
           END-IF.

       3200-RECORD-BILLED-LINE.
           MOVE WS-ORDER-NUMBER TO ABL-ORDER-NUMBER
           MOVE LINE-NUMBER OF ORDER-PROCESSING-RECORD (WS-LINE-INDEX)
               TO ABL-LINE-NUMBER
           MOVE PRODUCT-CODE OF ORDER-PROCESSING-RECORD
               (WS-LINE-INDEX) TO PDM-PRODUCT-CODE
           MOVE SPACES TO ABL-ITEM-CODE
           READ PRODUCT-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PDM-ITEM-CODE TO ABL-ITEM-CODE
           END-READ
           MOVE WS-CUSTOMER-NUM TO ABL-CUSTOMER-ID
           MOVE WS-INVOICE-NUMBER TO ABL-INVOICE-NUMBER
           MOVE WS-LINE-AMOUNT TO ABL-BILLED-AMOUNT
           MOVE WS-TODAY TO ABL-BILLED-DATE
           WRITE AR-BILLED-LINE-RECORD
           MOVE WS-INVOICE-NUMBER TO CIL-INVOICE-NUMBER
           MOVE WS-TODAY TO CIL-INVOICE-DATE
           MOVE WS-DUE-DATE TO CIL-DUE-DATE
           MOVE WS-CUSTOMER-NUM TO CIL-CUSTOMER-ID
           MOVE ORDER-ID OF ORDER-PROCESSING-RECORD TO CIL-ORDER-ID
           MOVE LINE-NUMBER OF ORDER-PROCESSING-RECORD (WS-LINE-INDEX)
               TO CIL-LINE-NUMBER
           MOVE PRODUCT-CODE OF ORDER-PROCESSING-RECORD
               (WS-LINE-INDEX) TO CIL-PRODUCT-CODE
           MOVE QUANTITY OF ORDER-PROCESSING-RECORD (WS-LINE-INDEX)
               TO CIL-QUANTITY
           MOVE UNIT-PRICE OF ORDER-PROCESSING-RECORD (WS-LINE-INDEX)
               TO CIL-UNIT-PRICE
           MOVE LINE-TOTAL OF ORDER-PROCESSING-RECORD (WS-LINE-INDEX)
               TO CIL-LINE-TOTAL
           MOVE TAX-AMOUNT OF ORDER-PROCESSING-RECORD (WS-LINE-INDEX)
               TO CIL-TAX-AMOUNT
           MOVE DISCOUNT-AMOUNT OF ORDER-PROCESSING-RECORD
               (WS-LINE-INDEX) TO CIL-DISCOUNT-AMOUNT
           MOVE WS-LINE-AMOUNT TO CIL-BILLED-AMOUNT
           MOVE SHIP-DATE OF ORDER-PROCESSING-RECORD (WS-LINE-INDEX)
               TO CIL-SHIP-DATE
           MOVE TRACKING-NUM OF ORDER-PROCESSING-RECORD
               (WS-LINE-INDEX) TO CIL-TRACKING-NUM
           WRITE CUSTOMER-INVOICE-LINE
           ADD WS-LINE-AMOUNT TO WS-INVOICE-AMOUNT
           ADD 1 TO WS-LINE-COUNT.

       3300-OPEN-RECEIVABLE.
           MOVE WS-CUSTOMER-NUM TO ARO-CUSTOMER-ID
           MOVE WS-INVOICE-NUMBER TO ARO-INVOICE-NUMBER
           MOVE WS-ORDER-NUMBER TO ARO-ORDER-NUMBER
           MOVE WS-TODAY TO ARO-INVOICE-DATE
           MOVE WS-DUE-DATE TO ARO-DUE-DATE
           MOVE WS-INVOICE-AMOUNT TO ARO-BILLED-AMOUNT
           MOVE 0 TO ARO-CREDITED-AMOUNT ARO-PAID-AMOUNT
           MOVE WS-INVOICE-AMOUNT TO ARO-OPEN-BALANCE
           IF ARO-OPEN-BALANCE = 0
               SET ARO-CLOSED TO TRUE
           ELSE
               SET ARO-OPEN TO TRUE
           END-IF
           MOVE WS-TODAY TO ARO-LAST-ACTIVITY-DATE
           WRITE OPEN-RECEIVABLE-RECORD
           ADD WS-INVOICE-AMOUNT TO WS-BILLED-TOTAL
           ADD 1 TO WS-INVOICE-COUNT.

      *> No memo file means no returns were credited today.
       5000-NET-CREDIT-MEMOS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CREDIT-FILE
           IF WS-CREDIT-STATUS = "00"
               PERFORM 5100-READ-CREDIT-MEMO
               PERFORM UNTIL END-OF-FILE
                   ADD 1 TO WS-MEMO-COUNT
                   PERFORM 5200-NET-ONE-MEMO
                   PERFORM 5100-READ-CREDIT-MEMO
               END-PERFORM
               CLOSE CREDIT-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       5100-READ-CREDIT-MEMO.
           READ CREDIT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> The memo nets against the invoice that billed the returned
      *> item; failing an item match, against the order's first
      *> invoice. A memo larger than what is still open leaves the
      *> invoice in credit rather than being lost.
       5200-NET-ONE-MEMO.
           PERFORM 5300-FIND-BILLED-ORDER
           IF NOT WS-ORDER-BILLED AND NOT WS-ITEM-MATCHED
               MOVE CREDIT-MEMO-RECORD TO CREDIT-MEMO-REJECT
               WRITE CREDIT-MEMO-REJECT
               ADD 1 TO WS-MEMO-REJECT-COUNT
           ELSE
               MOVE WS-CREDIT-CUSTOMER TO ARO-CUSTOMER-ID
               MOVE WS-CREDIT-INVOICE TO ARO-INVOICE-NUMBER
               READ RECEIVABLES-MASTER
                   INVALID KEY
                       MOVE CREDIT-MEMO-RECORD TO CREDIT-MEMO-REJECT
                       WRITE CREDIT-MEMO-REJECT
                       ADD 1 TO WS-MEMO-REJECT-COUNT
                   NOT INVALID KEY
                       PERFORM 5400-APPLY-MEMO
               END-READ
           END-IF.

       5300-FIND-BILLED-ORDER.
           MOVE 'N' TO WS-MATCH-STATE WS-BILLED-EOF
           MOVE CMO-ORDER-ID TO ABL-ORDER-NUMBER
           MOVE 0 TO ABL-LINE-NUMBER
           START BILLED-MASTER KEY IS NOT LESS THAN ABL-BILLED-KEY
               INVALID KEY SET END-OF-BILLED TO TRUE
           END-START
           PERFORM UNTIL END-OF-BILLED OR WS-ITEM-MATCHED
               READ BILLED-MASTER NEXT
                   AT END SET END-OF-BILLED TO TRUE
                   NOT AT END
                       IF ABL-ORDER-NUMBER NOT = CMO-ORDER-ID
                           SET END-OF-BILLED TO TRUE
                       ELSE
                           IF ABL-ITEM-CODE = CMO-ITEM-CODE
                               SET WS-ITEM-MATCHED TO TRUE
                               MOVE ABL-CUSTOMER-ID
                                   TO WS-CREDIT-CUSTOMER
                               MOVE ABL-INVOICE-NUMBER
                                   TO WS-CREDIT-INVOICE
                           END-IF
                           IF NOT WS-ORDER-BILLED
                                   AND NOT WS-ITEM-MATCHED
                               SET WS-ORDER-BILLED TO TRUE
                               MOVE ABL-CUSTOMER-ID
                                   TO WS-CREDIT-CUSTOMER
                               MOVE ABL-INVOICE-NUMBER
                                   TO WS-CREDIT-INVOICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       5400-APPLY-MEMO.
           ADD CMO-CREDIT-AMOUNT TO ARO-CREDITED-AMOUNT
           SUBTRACT CMO-CREDIT-AMOUNT FROM ARO-OPEN-BALANCE
           IF ARO-OPEN-BALANCE = 0
               SET ARO-CLOSED TO TRUE
           ELSE
               SET ARO-OPEN TO TRUE
           END-IF
           MOVE WS-TODAY TO ARO-LAST-ACTIVITY-DATE
           REWRITE OPEN-RECEIVABLE-RECORD
           ADD CMO-CREDIT-AMOUNT TO WS-CREDITED-TOTAL
           ADD 1 TO WS-NETTED-COUNT.

       6000-WRITE-CONTROL.
           MOVE WS-LAST-INVOICE-NUMBER TO ARC-LAST-INVOICE-NUMBER
           MOVE WS-TODAY TO ARC-LAST-RUN-DATE
           OPEN OUTPUT CONTROL-FILE
           WRITE AR-INVOICE-CONTROL
           CLOSE CONTROL-FILE.
