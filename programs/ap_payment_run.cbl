      *> APPAYRUN - Accounts-payable payment run. Sweeps the
      *> open-payables master for lines due on or before the business
      *> date and settles each vendor's due lines with one payment:
      *> a check drawn on the operating account for a check vendor, or
      *> a CCD credit to the vendor's bank for a vendor enrolled in ACH.
      *> Payments go out as CHECK-PAYMENT and ACH-PAYMENT records on
      *> the check and ACH queues, so positive pay, the check register
      *> and the NACHA build take our own disbursements exactly as they
      *> take routed customer payments. Each settled line is stamped
      *> paid with the check number or trace it went out on, and the
      *> disbursement control carries the last check number and trace
      *> sequence forward to the next run. A due line whose vendor is
      *> no longer on the vendor master stays open for the buyer.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAYRUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "APDISBCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT PAYABLES-MASTER ASSIGN TO "APOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APO-PAYABLE-KEY.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VND-VENDOR-ID.
           SELECT CHECK-FILE ASSIGN TO "APPAYCHK"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACH-FILE ASSIGN TO "APPAYACH"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
           COPY ap_disbursement_control.
       FD  PAYABLES-MASTER.
           COPY open_payable_record.
       FD  VENDOR-MASTER.
           COPY vendor_master_record.
       FD  CHECK-FILE.
           COPY ac5_redefines_complex
               REPLACING ==FINANCIAL-TRANSACTION-RECORD==
                      BY ==CHECK-OUT-RECORD==.
       FD  ACH-FILE.
           COPY ac5_redefines_complex
               REPLACING ==FINANCIAL-TRANSACTION-RECORD==
                      BY ==ACH-OUT-RECORD==.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-CONTROL-STATUS           PIC X(2).
      *> The control record is held here for the whole run; the file
      *> is closed once it is read and only reopened to write it back.
           COPY ap_disbursement_control
               REPLACING ==AP-DISBURSEMENT-CONTROL==
                      BY ==WS-DISBURSEMENT-CONTROL==
                         LEADING ==ADC== BY ==WS-ADC==.
       01  WS-CONTROL-STATE            PIC X(1) VALUE 'N'.
           88  WS-CONTROL-PRESENT      VALUE 'Y'.
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-CURRENT-VENDOR           PIC 9(6) VALUE 0.
       01  WS-VENDOR-STATE             PIC X(1) VALUE 'N'.
           88  WS-VENDOR-ON-MASTER     VALUE 'Y'.
       01  WS-VENDOR-TOTAL             PIC 9(11)V99 VALUE 0.
       01  WS-PAYMENT-REFERENCE        PIC X(15) VALUE SPACES.
       01  WS-CHECK-NUMBER             PIC 9(8) VALUE 0.
       01  WS-TRACE-SEQUENCE           PIC 9(7) VALUE 0.
       01  WS-COUNTS.
           05  WS-DUE-COUNT            PIC 9(7) VALUE 0.
           05  WS-SETTLED-COUNT        PIC 9(7) VALUE 0.
           05  WS-UNPAID-COUNT         PIC 9(7) VALUE 0.
           05  WS-CHECK-COUNT          PIC 9(7) VALUE 0.
           05  WS-ACH-COUNT            PIC 9(7) VALUE 0.
           05  WS-CHECK-AMOUNT         PIC 9(13)V99 VALUE 0.
           05  WS-ACH-AMOUNT           PIC 9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 1000-READ-CONTROL
           OPEN I-O PAYABLES-MASTER
           OPEN INPUT VENDOR-MASTER
           OPEN OUTPUT CHECK-FILE ACH-FILE
           PERFORM 2000-SWEEP-PAYABLES
           CLOSE PAYABLES-MASTER VENDOR-MASTER CHECK-FILE ACH-FILE
           IF WS-CONTROL-PRESENT
               PERFORM 5000-WRITE-CONTROL
           ELSE
               DISPLAY "APPAYRUN: NO DISBURSEMENT CONTROL - "
                       "NO PAYMENTS ISSUED"
           END-IF
           DISPLAY "APPAYRUN: DUE=" WS-DUE-COUNT
                   " SETTLED=" WS-SETTLED-COUNT
                   " UNPAID=" WS-UNPAID-COUNT
                   " CHECKS=" WS-CHECK-COUNT
                   " CHECK-AMT=" WS-CHECK-AMOUNT
                   " ACH=" WS-ACH-COUNT
                   " ACH-AMT=" WS-ACH-AMOUNT
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

      *> Without the disbursement control there is no payor or
      *> origin account to draw on, so nothing is settled.
       1000-READ-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       SET WS-CONTROL-PRESENT TO TRUE
                       MOVE AP-DISBURSEMENT-CONTROL
                           TO WS-DISBURSEMENT-CONTROL
                       MOVE WS-ADC-LAST-CHECK-NUMBER TO WS-CHECK-NUMBER
                       MOVE WS-ADC-LAST-TRACE-SEQUENCE
                           TO WS-TRACE-SEQUENCE
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      *> The master is keyed vendor first, so each vendor's lines
      *> arrive together and one payment closes out the group.
       2000-SWEEP-PAYABLES.
           MOVE LOW-VALUES TO APO-PAYABLE-KEY
           START PAYABLES-MASTER KEY IS NOT LESS THAN APO-PAYABLE-KEY
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ PAYABLES-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       IF APO-VENDOR-ID NOT = WS-CURRENT-VENDOR
                           PERFORM 3000-CLOSE-VENDOR
                           PERFORM 2100-OPEN-VENDOR
                       END-IF
                       IF APO-OPEN AND APO-DUE-DATE <= WS-TODAY
                           ADD 1 TO WS-DUE-COUNT
                           IF WS-VENDOR-ON-MASTER
                                   AND WS-CONTROL-PRESENT
                               PERFORM 2200-SETTLE-LINE
                           ELSE
                               ADD 1 TO WS-UNPAID-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 3000-CLOSE-VENDOR.

       2100-OPEN-VENDOR.
           MOVE APO-VENDOR-ID TO WS-CURRENT-VENDOR
           MOVE 0 TO WS-VENDOR-TOTAL
           MOVE SPACES TO WS-PAYMENT-REFERENCE
           MOVE 'N' TO WS-VENDOR-STATE
           MOVE APO-VENDOR-ID TO VND-VENDOR-ID
           READ VENDOR-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-VENDOR-ON-MASTER TO TRUE
           END-READ.

       2200-SETTLE-LINE.
           IF WS-PAYMENT-REFERENCE = SPACES
               PERFORM 2300-ASSIGN-REFERENCE
           END-IF
           SET APO-PAID TO TRUE
           IF VND-PAY-BY-ACH
               SET APO-PAID-BY-ACH TO TRUE
           ELSE
               SET APO-PAID-BY-CHECK TO TRUE
           END-IF
           MOVE WS-PAYMENT-REFERENCE TO APO-PAYMENT-REFERENCE
           MOVE WS-TODAY TO APO-PAID-DATE
           REWRITE OPEN-PAYABLE-RECORD
           ADD APO-AMOUNT TO WS-VENDOR-TOTAL
           ADD 1 TO WS-SETTLED-COUNT.

      *> The check number or trace is taken on the vendor's first
      *> due line so every line it settles carries the same one.
       2300-ASSIGN-REFERENCE.
           IF VND-PAY-BY-ACH
               ADD 1 TO WS-TRACE-SEQUENCE
               STRING WS-ADC-ORIGIN-ROUTING (1:8) WS-TRACE-SEQUENCE
                   DELIMITED BY SIZE
                   INTO WS-PAYMENT-REFERENCE
               END-STRING
           ELSE
               ADD 1 TO WS-CHECK-NUMBER
               MOVE WS-CHECK-NUMBER TO WS-PAYMENT-REFERENCE
           END-IF.

       3000-CLOSE-VENDOR.
           IF WS-VENDOR-TOTAL > 0
               IF VND-PAY-BY-ACH
                   PERFORM 4200-EMIT-ACH
               ELSE
                   PERFORM 4100-EMIT-CHECK
               END-IF
           END-IF.

       4100-EMIT-CHECK.
           INITIALIZE CHECK-OUT-RECORD
           MOVE SPACES TO TRANS-ID OF CHECK-OUT-RECORD
           STRING "APC" WS-CHECK-NUMBER
               DELIMITED BY SIZE
               INTO TRANS-ID OF CHECK-OUT-RECORD
           END-STRING
           MOVE "CHCK" TO TRANS-TYPE OF CHECK-OUT-RECORD
           MOVE WS-TODAY TO PROCESS-DATE OF CHECK-OUT-RECORD
           MOVE WS-ADC-PAYOR-NAME TO PAYOR-NAME OF CHECK-OUT-RECORD
           MOVE WS-ADC-PAYOR-ADDRESS
               TO PAYOR-ADDRESS OF CHECK-OUT-RECORD
           MOVE VND-VENDOR-NAME TO PAYEE-NAME OF CHECK-OUT-RECORD
           MOVE VND-REMIT-ADDRESS
               TO PAYEE-ADDRESS OF CHECK-OUT-RECORD
           MOVE WS-CHECK-NUMBER TO CHECK-NUMBER OF CHECK-OUT-RECORD
           MOVE WS-TODAY TO CHECK-DATE OF CHECK-OUT-RECORD
           MOVE WS-VENDOR-TOTAL TO CHECK-AMOUNT OF CHECK-OUT-RECORD
           MOVE "APPAYRUN" TO PROCESSED-BY OF CHECK-OUT-RECORD
           WRITE CHECK-OUT-RECORD
           ADD WS-VENDOR-TOTAL TO WS-CHECK-AMOUNT
           ADD 1 TO WS-CHECK-COUNT.

       4200-EMIT-ACH.
           INITIALIZE ACH-OUT-RECORD
           MOVE SPACES TO TRANS-ID OF ACH-OUT-RECORD
           STRING "APA" WS-PAYMENT-REFERENCE
               DELIMITED BY SIZE
               INTO TRANS-ID OF ACH-OUT-RECORD
           END-STRING
           MOVE "ACH " TO TRANS-TYPE OF ACH-OUT-RECORD
           MOVE WS-TODAY TO PROCESS-DATE OF ACH-OUT-RECORD
           MOVE WS-ADC-ORIGIN-ROUTING
               TO ACH-ORIGIN-ROUTING OF ACH-OUT-RECORD
           MOVE WS-ADC-ORIGIN-ACCOUNT
               TO ACH-ORIGIN-ACCOUNT OF ACH-OUT-RECORD
           MOVE WS-ADC-ORIGIN-NAME TO ACH-ORIGIN-NAME OF ACH-OUT-RECORD
           MOVE VND-BANK-ROUTING
               TO ACH-RECEIVE-ROUTING OF ACH-OUT-RECORD
           MOVE VND-BANK-ACCOUNT
               TO ACH-RECEIVE-ACCOUNT OF ACH-OUT-RECORD
           MOVE VND-VENDOR-NAME TO ACH-RECEIVE-NAME OF ACH-OUT-RECORD
           SET ACH-SEC-CCD OF ACH-OUT-RECORD TO TRUE
           MOVE WS-TODAY TO ACH-EFFECTIVE-DATE OF ACH-OUT-RECORD
           MOVE WS-VENDOR-TOTAL TO ACH-AMOUNT OF ACH-OUT-RECORD
           MOVE WS-PAYMENT-REFERENCE
               TO ACH-TRACE-NUMBER OF ACH-OUT-RECORD
           MOVE "APPAYRUN" TO PROCESSED-BY OF ACH-OUT-RECORD
           WRITE ACH-OUT-RECORD
           ADD WS-VENDOR-TOTAL TO WS-ACH-AMOUNT
           ADD 1 TO WS-ACH-COUNT.

       5000-WRITE-CONTROL.
           MOVE WS-CHECK-NUMBER TO WS-ADC-LAST-CHECK-NUMBER
           MOVE WS-TRACE-SEQUENCE TO WS-ADC-LAST-TRACE-SEQUENCE
           OPEN OUTPUT CONTROL-FILE
           WRITE AP-DISBURSEMENT-CONTROL FROM WS-DISBURSEMENT-CONTROL
           CLOSE CONTROL-FILE.
