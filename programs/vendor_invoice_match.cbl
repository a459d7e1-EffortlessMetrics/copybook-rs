      *> APMATCH - Vendor invoice intake and three-way match. Each
      *> invoice line is proved against the PO line it bills (the
      *> order) and against what PORECV has received on that line
      *> (the receipt): the vendor and item must be the line's, the
      *> unit price must sit within the price tolerance of the PO
      *> price, and everything invoiced against the line so far must
      *> sit within the quantity tolerance of POR-RECEIVED-QTY, so a
      *> vendor cannot bill for goods still on the truck or bill the
      *> same goods twice. A matched line goes to the open-payables
      *> master due the vendor's terms days after the invoice date
      *> and is drawn against the PO line's invoiced quantity; a
      *> mismatch, an unknown vendor or an invoice line already on
      *> the payables master goes to the buyer hold queue with the
      *> reason coded.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APMATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "VNDINVC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VND-VENDOR-ID.
           SELECT PO-MASTER ASSIGN TO "POMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-PO-KEY.
           SELECT PAYABLES-MASTER ASSIGN TO "APOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APO-PAYABLE-KEY
               FILE STATUS IS WS-PAYABLES-STATUS.
           SELECT HOLD-FILE ASSIGN TO "APHOLD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
           COPY vendor_invoice_record.
       FD  VENDOR-MASTER.
           COPY vendor_master_record.
       FD  PO-MASTER.
           COPY purchase_order_record.
       FD  PAYABLES-MASTER.
           COPY open_payable_record.
       FD  HOLD-FILE.
           COPY invoice_hold_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-PAYABLES-STATUS          PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
      *> Match tolerances: the invoiced price may sit this far either
      *> side of the PO price, and the line's invoiced total this far
      *> past the quantity received.
       01  WS-PRICE-TOL-PCT            PIC 9(2)V99 VALUE 2.
       01  WS-QTY-TOL-PCT              PIC 9(2)V99 VALUE 5.
       01  WS-VENDOR-STATE             PIC X(1).
           88  WS-VENDOR-ON-MASTER     VALUE 'Y'.
       01  WS-PAYABLE-STATE            PIC X(1).
           88  WS-PAYABLE-ON-MASTER    VALUE 'Y'.
       01  WS-LINE-STATE               PIC X(1).
           88  WS-LINE-ON-MASTER       VALUE 'Y'.
       01  WS-PRICE-VARIANCE           PIC 9(7)V9(4).
       01  WS-PRICE-TOLERANCE          PIC 9(7)V9(4).
       01  WS-INVOICED-TOTAL           PIC 9(8).
       01  WS-QTY-LIMIT                PIC 9(8).
       01  WS-COUNTS.
           05  WS-INVOICE-COUNT        PIC 9(7) VALUE 0.
           05  WS-MATCHED-COUNT        PIC 9(7) VALUE 0.
           05  WS-HELD-COUNT           PIC 9(7) VALUE 0.
           05  WS-MATCHED-AMOUNT       PIC 9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           OPEN INPUT VENDOR-MASTER
           OPEN I-O PO-MASTER
           OPEN I-O PAYABLES-MASTER
           IF WS-PAYABLES-STATUS NOT = "00"
               OPEN OUTPUT PAYABLES-MASTER
               CLOSE PAYABLES-MASTER
               OPEN I-O PAYABLES-MASTER
           END-IF
           OPEN INPUT INVOICE-FILE
           OPEN OUTPUT HOLD-FILE
           PERFORM 1000-READ-INVOICE
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-INVOICE-COUNT
               PERFORM 2000-MATCH-INVOICE-LINE
               PERFORM 1000-READ-INVOICE
           END-PERFORM
           CLOSE INVOICE-FILE VENDOR-MASTER PO-MASTER
                 PAYABLES-MASTER HOLD-FILE
           DISPLAY "APMATCH: INVOICES=" WS-INVOICE-COUNT
                   " MATCHED=" WS-MATCHED-COUNT
                   " HELD=" WS-HELD-COUNT
                   " AMOUNT=" WS-MATCHED-AMOUNT
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

       1000-READ-INVOICE.
           READ INVOICE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-MATCH-INVOICE-LINE.
           PERFORM 2100-LOCATE-MASTERS
           MOVE 0 TO WS-PRICE-VARIANCE WS-PRICE-TOLERANCE
           MOVE 0 TO WS-INVOICED-TOTAL WS-QTY-LIMIT
           IF WS-LINE-ON-MASTER
               PERFORM 2200-MEASURE-VARIANCES
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-VENDOR-ON-MASTER
                   SET IHL-VENDOR-UNKNOWN TO TRUE
                   PERFORM 4000-WRITE-HOLD
               WHEN WS-PAYABLE-ON-MASTER
                   SET IHL-DUPLICATE TO TRUE
                   PERFORM 4000-WRITE-HOLD
               WHEN NOT WS-LINE-ON-MASTER
                   SET IHL-NO-PO-LINE TO TRUE
                   PERFORM 4000-WRITE-HOLD
               WHEN POR-VENDOR-ID NOT = VIV-VENDOR-ID
                   SET IHL-WRONG-VENDOR TO TRUE
                   PERFORM 4000-WRITE-HOLD
               WHEN POR-ITEM-CODE NOT = VIV-ITEM-CODE
                   SET IHL-WRONG-ITEM TO TRUE
                   PERFORM 4000-WRITE-HOLD
               WHEN WS-PRICE-VARIANCE > WS-PRICE-TOLERANCE
                   SET IHL-PRICE-VARIANCE TO TRUE
                   PERFORM 4000-WRITE-HOLD
               WHEN WS-INVOICED-TOTAL > WS-QTY-LIMIT
                   SET IHL-QTY-VARIANCE TO TRUE
                   PERFORM 4000-WRITE-HOLD
               WHEN OTHER
                   PERFORM 3000-OPEN-PAYABLE
           END-EVALUATE.

       2100-LOCATE-MASTERS.
           MOVE 'N' TO WS-VENDOR-STATE WS-PAYABLE-STATE
                       WS-LINE-STATE
           MOVE VIV-VENDOR-ID TO VND-VENDOR-ID
           READ VENDOR-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-VENDOR-ON-MASTER TO TRUE
           END-READ
           MOVE VIV-VENDOR-ID TO APO-VENDOR-ID
           MOVE VIV-INVOICE-NUMBER TO APO-INVOICE-NUMBER
           MOVE VIV-INVOICE-LINE TO APO-INVOICE-LINE
           READ PAYABLES-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-PAYABLE-ON-MASTER TO TRUE
           END-READ
           MOVE VIV-PO-NUMBER TO POR-PO-NUMBER
           MOVE VIV-PO-LINE-NUMBER TO POR-LINE-NUMBER
           READ PO-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-LINE-ON-MASTER TO TRUE
           END-READ.

      *> The price proves against the order, the quantity against
      *> the receipts - including what earlier invoices already
      *> billed on the line.
       2200-MEASURE-VARIANCES.
           IF VIV-UNIT-PRICE > POR-UNIT-PRICE
               COMPUTE WS-PRICE-VARIANCE =
                   VIV-UNIT-PRICE - POR-UNIT-PRICE
           ELSE
               COMPUTE WS-PRICE-VARIANCE =
                   POR-UNIT-PRICE - VIV-UNIT-PRICE
           END-IF
           COMPUTE WS-PRICE-TOLERANCE =
               POR-UNIT-PRICE * WS-PRICE-TOL-PCT / 100
           COMPUTE WS-INVOICED-TOTAL =
               POR-INVOICED-QTY + VIV-INVOICED-QTY
           COMPUTE WS-QTY-LIMIT =
               POR-RECEIVED-QTY
               + POR-RECEIVED-QTY * WS-QTY-TOL-PCT / 100.

       3000-OPEN-PAYABLE.
           MOVE VIV-VENDOR-ID      TO APO-VENDOR-ID
           MOVE VIV-INVOICE-NUMBER TO APO-INVOICE-NUMBER
           MOVE VIV-INVOICE-LINE   TO APO-INVOICE-LINE
           MOVE VIV-INVOICE-DATE   TO APO-INVOICE-DATE
           MOVE VIV-PO-NUMBER      TO APO-PO-NUMBER
           MOVE VIV-PO-LINE-NUMBER TO APO-PO-LINE-NUMBER
           COMPUTE APO-AMOUNT ROUNDED =
               VIV-INVOICED-QTY * VIV-UNIT-PRICE
           COMPUTE APO-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (
                   FUNCTION INTEGER-OF-DATE (VIV-INVOICE-DATE)
                   + VND-PAYMENT-TERMS-DAYS)
           SET APO-OPEN TO TRUE
           MOVE SPACE              TO APO-PAYMENT-METHOD
           MOVE SPACES             TO APO-PAYMENT-REFERENCE
           MOVE 0                  TO APO-PAID-DATE
           WRITE OPEN-PAYABLE-RECORD
           ADD VIV-INVOICED-QTY TO POR-INVOICED-QTY
           REWRITE PURCHASE-ORDER-RECORD
           ADD APO-AMOUNT TO WS-MATCHED-AMOUNT
           ADD 1 TO WS-MATCHED-COUNT.

       4000-WRITE-HOLD.
           MOVE VIV-VENDOR-ID      TO IHL-VENDOR-ID
           MOVE VIV-INVOICE-NUMBER TO IHL-INVOICE-NUMBER
           MOVE VIV-INVOICE-LINE   TO IHL-INVOICE-LINE
           MOVE VIV-INVOICE-DATE   TO IHL-INVOICE-DATE
           MOVE VIV-PO-NUMBER      TO IHL-PO-NUMBER
           MOVE VIV-PO-LINE-NUMBER TO IHL-PO-LINE-NUMBER
           MOVE VIV-ITEM-CODE      TO IHL-ITEM-CODE
           MOVE VIV-INVOICED-QTY   TO IHL-INVOICED-QTY
           MOVE VIV-UNIT-PRICE     TO IHL-UNIT-PRICE
           IF WS-LINE-ON-MASTER
               MOVE POR-UNIT-PRICE   TO IHL-PO-UNIT-PRICE
               MOVE POR-RECEIVED-QTY TO IHL-RECEIVED-QTY
               MOVE POR-INVOICED-QTY TO IHL-PRIOR-INVOICED-QTY
           ELSE
               MOVE 0 TO IHL-PO-UNIT-PRICE IHL-RECEIVED-QTY
                         IHL-PRIOR-INVOICED-QTY
           END-IF
           MOVE WS-TODAY           TO IHL-HOLD-DATE
           WRITE INVOICE-HOLD-LINE
           ADD 1 TO WS-HELD-COUNT.
