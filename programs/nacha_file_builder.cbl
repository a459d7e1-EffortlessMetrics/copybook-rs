      * NACHAGEN - NACHA ACH origination file builder. Reads the ACH
      * entries PAYROUTE released to the routed ACH queue and builds
      * the 94-character origination file our ODFI accepts: one file
      * header, a batch per ACH-SEC-CODE and ACH-EFFECTIVE-DATE (the
      * queue is ordered on that pair first, arrival order kept
      * within it), an entry detail per payment carrying the
      * receiving routing, account, name and ACH-TRACE-NUMBER, an
      * addenda record wherever ACH-ADDENDA is present, batch and
      * file control records with entry hash and debit and credit
      * totals, and all-nines filler to a full block of ten. A
      * positive ACH-AMOUNT is a credit to the receiver, a negative
      * one a debit. The file's trailer goes to the manifest control
      * stream so MANIFGEN tracks it like every other outbound
      * transmission. Every entry is also recorded on the ACH history
      * master under its trace number so ACHRET can match the returns
      * and notifications of change the ODFI sends back. A file
      * holds at most 5000 entries; an ACH entry beyond that is
      * written to the carry-forward file NACHAHLO, which the next
      * run reads as NACHAHLI ahead of PAYACH, so no entry is left
      * behind. On the first run NACHAHLI is an empty file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NACHAGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "ACHPARM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACH-FILE ASSIGN TO "PAYACH"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NACHA-FILE ASSIGN TO "NACHAOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HOLD-IN-FILE ASSIGN TO "NACHAHLI"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HOLD-OUT-FILE ASSIGN TO "NACHAHLO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MANIFEST-CONTROL-FILE ASSIGN TO "MANIFCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANIF-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "ACHHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AEH-TRACE-NUMBER
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
           COPY ach_origination_parm.
       FD  ACH-FILE.
           COPY ac5_redefines_complex.
       FD  NACHA-FILE.
           COPY nacha_file_record.
       FD  HOLD-IN-FILE.
       01  HOLD-IN-RECORD              PIC X(335).
       FD  HOLD-OUT-FILE.
       01  HOLD-OUT-RECORD             PIC X(335).
       FD  MANIFEST-CONTROL-FILE.
           COPY control_total_trailer_record.
       FD  HISTORY-FILE.
           COPY ach_entry_history_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-MANIF-STATUS             PIC X(2).
       01  WS-HISTORY-STATUS           PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(4).
       01  WS-DATE-WORK                PIC 9(8).
           COPY ac5_redefines_complex
               REPLACING ==FINANCIAL-TRANSACTION-RECORD==
                      BY ==ACH-WORK-RECORD==.
       01  WS-ENTRY-INDEX              PIC 9(5) COMP.
       01  WS-SORT-INDEX               PIC 9(5) COMP.
       01  WS-ENTRY-COUNT              PIC 9(5) COMP VALUE 0.
       01  WS-BATCH-START              PIC 9(5) COMP.
       01  WS-BATCH-END                PIC 9(5) COMP.
       01  WS-BATCH-NUMBER             PIC 9(7) VALUE 0.
       01  WS-BATCH-DEBITS             PIC X(1).
           88  WS-BATCH-HAS-DEBITS     VALUE 'Y'.
       01  WS-BATCH-CREDITS            PIC X(1).
           88  WS-BATCH-HAS-CREDITS    VALUE 'Y'.
       01  WS-SERVICE-CLASS            PIC X(3).
       01  WS-ENTRY-AMOUNT             PIC S9(11)V99.
       01  WS-ROUTING-PREFIX           PIC 9(8).
       01  WS-BLOCK-COUNT              PIC 9(6).
       01  WS-HOLD-ENTRY.
           05  WS-HOLD-SORT-KEY        PIC X(11).
           05  WS-HOLD-IMAGE           PIC X(335).
       01  WS-ACH-TABLE.
           05  WS-ACH-ENTRY OCCURS 5000 TIMES.
               10  WS-ACH-SORT-KEY     PIC X(11).
               10  WS-ACH-IMAGE        PIC X(335).
       01  WS-BATCH-TOTALS.
           05  WS-BATCH-ENTRY-COUNT    PIC 9(6).
           05  WS-BATCH-HASH           PIC 9(15).
           05  WS-BATCH-DEBIT-TOTAL    PIC 9(10)V99.
           05  WS-BATCH-CREDIT-TOTAL   PIC 9(10)V99.
       01  WS-FILE-TOTALS.
           05  WS-FILE-ENTRY-COUNT     PIC 9(8) VALUE 0.
           05  WS-FILE-HASH            PIC 9(15) VALUE 0.
           05  WS-FILE-DEBIT-TOTAL     PIC 9(10)V99 VALUE 0.
           05  WS-FILE-CREDIT-TOTAL    PIC 9(10)V99 VALUE 0.
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-SKIPPED-COUNT        PIC 9(9) VALUE 0.
           05  WS-CARRIED-COUNT        PIC 9(9) VALUE 0.
           05  WS-HELD-COUNT           PIC 9(9) VALUE 0.
           05  WS-RECORD-COUNT         PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 0100-READ-ORIGINATION-PARM
           PERFORM 1000-LOAD-ACH-QUEUE
           PERFORM 2000-ORDER-ENTRIES
           OPEN OUTPUT NACHA-FILE
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           PERFORM 3000-WRITE-FILE-HEADER
           MOVE 1 TO WS-BATCH-START
           PERFORM UNTIL WS-BATCH-START > WS-ENTRY-COUNT
               PERFORM 4000-WRITE-BATCH
           END-PERFORM
           PERFORM 5000-WRITE-FILE-CONTROL
           CLOSE NACHA-FILE HISTORY-FILE
           PERFORM 9100-POST-MANIFEST-TRAILER
           DISPLAY "NACHAGEN: READ=" WS-READ-COUNT
                   " ENTRIES=" WS-ENTRY-COUNT
                   " BATCHES=" WS-BATCH-NUMBER
                   " SKIPPED=" WS-SKIPPED-COUNT
                   " CARRIED=" WS-CARRIED-COUNT
                   " HELD=" WS-HELD-COUNT
                   " RECORDS=" WS-RECORD-COUNT
           GOBACK.

      * Every run processes the run-control business date; the
      * calendar date only stands in when RUNCTRL is absent. The
      * wall clock stamps the file creation time.
       0050-READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE (9:4) TO WS-RUN-TIME
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTRL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE RNC-BUSINESS-DATE TO WS-TODAY
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0100-READ-ORIGINATION-PARM.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   INITIALIZE ACH-ORIGINATION-PARM
                   MOVE 'A' TO AOP-FILE-ID-MODIFIER
           END-READ
           CLOSE PARM-FILE.

      * Entries carried from the last run go first, then the queue.
      * Anything on the queue that is not the ACH variant is counted
      * and left out; PAYROUTE has already edited what is. An ACH
      * entry that finds the file full is carried to the next run.
       1000-LOAD-ACH-QUEUE.
           OPEN INPUT ACH-FILE HOLD-IN-FILE
           OPEN OUTPUT HOLD-OUT-FILE
           PERFORM 1200-READ-HELD-ACH
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-CARRIED-COUNT
               PERFORM 1050-TAKE-ACH-ENTRY
               PERFORM 1200-READ-HELD-ACH
           END-PERFORM
           MOVE 'N' TO WS-EOF
           PERFORM 1100-READ-ACH
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               IF ACH-TRANS-TYPE OF FINANCIAL-TRANSACTION-RECORD
                   PERFORM 1050-TAKE-ACH-ENTRY
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
               PERFORM 1100-READ-ACH
           END-PERFORM
           CLOSE ACH-FILE HOLD-IN-FILE HOLD-OUT-FILE
           MOVE 'N' TO WS-EOF.

       1050-TAKE-ACH-ENTRY.
           IF WS-ENTRY-COUNT < 5000
               ADD 1 TO WS-ENTRY-COUNT
               MOVE ACH-SEC-CODE OF FINANCIAL-TRANSACTION-RECORD
                   TO WS-ACH-SORT-KEY (WS-ENTRY-COUNT) (1:3)
               MOVE ACH-EFFECTIVE-DATE
                       OF FINANCIAL-TRANSACTION-RECORD
                   TO WS-ACH-SORT-KEY (WS-ENTRY-COUNT) (4:8)
               MOVE FINANCIAL-TRANSACTION-RECORD
                   TO WS-ACH-IMAGE (WS-ENTRY-COUNT)
           ELSE
               WRITE HOLD-OUT-RECORD FROM FINANCIAL-TRANSACTION-RECORD
               ADD 1 TO WS-HELD-COUNT
           END-IF.

       1100-READ-ACH.
           READ ACH-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1200-READ-HELD-ACH.
           READ HOLD-IN-FILE INTO FINANCIAL-TRANSACTION-RECORD
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      * Insertion on SEC code and effective date; equal keys never
      * pass each other, so entries keep their queue order in a
      * batch.
       2000-ORDER-ENTRIES.
           PERFORM VARYING WS-ENTRY-INDEX FROM 2 BY 1
               UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
               MOVE WS-ACH-ENTRY (WS-ENTRY-INDEX) TO WS-HOLD-ENTRY
               MOVE WS-ENTRY-INDEX TO WS-SORT-INDEX
               PERFORM 2100-SHIFT-HIGHER-KEYS
               MOVE WS-HOLD-ENTRY TO WS-ACH-ENTRY (WS-SORT-INDEX)
           END-PERFORM.

       2100-SHIFT-HIGHER-KEYS.
           PERFORM UNTIL WS-SORT-INDEX = 1
               OR WS-ACH-SORT-KEY (WS-SORT-INDEX - 1) <=
                   WS-HOLD-SORT-KEY
               MOVE WS-ACH-ENTRY (WS-SORT-INDEX - 1)
                   TO WS-ACH-ENTRY (WS-SORT-INDEX)
               SUBTRACT 1 FROM WS-SORT-INDEX
           END-PERFORM.

       3000-WRITE-FILE-HEADER.
           MOVE SPACES TO NACHA-FILE-RECORD
           SET NFR-FILE-HEADER-TYPE TO TRUE
           MOVE "01" TO NFH-PRIORITY-CODE
           MOVE SPACES TO NFH-IMMEDIATE-DEST
           MOVE AOP-DESTINATION-ROUTING TO NFH-IMMEDIATE-DEST (2:9)
           MOVE AOP-ORIGIN-ID TO NFH-IMMEDIATE-ORIGIN
           MOVE WS-TODAY (3:6) TO NFH-CREATION-DATE
           MOVE WS-RUN-TIME TO NFH-CREATION-TIME
           MOVE AOP-FILE-ID-MODIFIER TO NFH-FILE-ID-MODIFIER
           MOVE "094" TO NFH-RECORD-SIZE
           MOVE "10" TO NFH-BLOCKING-FACTOR
           MOVE "1" TO NFH-FORMAT-CODE
           MOVE AOP-DESTINATION-NAME TO NFH-DEST-NAME
           MOVE AOP-ORIGIN-NAME TO NFH-ORIGIN-NAME
           MOVE SPACES TO NFH-REFERENCE-CODE
           PERFORM 3900-WRITE-RECORD.

       3900-WRITE-RECORD.
           WRITE NACHA-FILE-RECORD
           ADD 1 TO WS-RECORD-COUNT.

      * A batch runs from the start entry through the last entry
      * sharing its SEC code and effective date.
       4000-WRITE-BATCH.
           MOVE WS-BATCH-START TO WS-BATCH-END
           PERFORM UNTIL WS-BATCH-END >= WS-ENTRY-COUNT
               OR WS-ACH-SORT-KEY (WS-BATCH-END + 1) NOT =
                   WS-ACH-SORT-KEY (WS-BATCH-START)
               ADD 1 TO WS-BATCH-END
           END-PERFORM
           ADD 1 TO WS-BATCH-NUMBER
           PERFORM 4100-CLASSIFY-BATCH
           PERFORM 4200-WRITE-BATCH-HEADER
           INITIALIZE WS-BATCH-TOTALS
           PERFORM VARYING WS-ENTRY-INDEX FROM WS-BATCH-START BY 1
               UNTIL WS-ENTRY-INDEX > WS-BATCH-END
               MOVE WS-ACH-IMAGE (WS-ENTRY-INDEX) TO ACH-WORK-RECORD
               PERFORM 4300-WRITE-ENTRY-DETAIL
           END-PERFORM
           PERFORM 4400-WRITE-BATCH-CONTROL
           COMPUTE WS-BATCH-START = WS-BATCH-END + 1.

       4100-CLASSIFY-BATCH.
           MOVE 'N' TO WS-BATCH-DEBITS WS-BATCH-CREDITS
           PERFORM VARYING WS-ENTRY-INDEX FROM WS-BATCH-START BY 1
               UNTIL WS-ENTRY-INDEX > WS-BATCH-END
               MOVE WS-ACH-IMAGE (WS-ENTRY-INDEX) TO ACH-WORK-RECORD
               IF ACH-AMOUNT OF ACH-WORK-RECORD < 0
                   SET WS-BATCH-HAS-DEBITS TO TRUE
               ELSE
                   SET WS-BATCH-HAS-CREDITS TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-BATCH-HAS-DEBITS AND WS-BATCH-HAS-CREDITS
                   MOVE "200" TO WS-SERVICE-CLASS
               WHEN WS-BATCH-HAS-DEBITS
                   MOVE "225" TO WS-SERVICE-CLASS
               WHEN OTHER
                   MOVE "220" TO WS-SERVICE-CLASS
           END-EVALUATE.

       4200-WRITE-BATCH-HEADER.
           MOVE WS-ACH-IMAGE (WS-BATCH-START) TO ACH-WORK-RECORD
           MOVE SPACES TO NACHA-FILE-RECORD
           SET NFR-BATCH-HEADER-TYPE TO TRUE
           MOVE WS-SERVICE-CLASS TO NBH-SERVICE-CLASS
           MOVE AOP-COMPANY-NAME TO NBH-COMPANY-NAME
           MOVE AOP-COMPANY-ID TO NBH-COMPANY-ID
           MOVE ACH-SEC-CODE OF ACH-WORK-RECORD TO NBH-SEC-CODE
           MOVE AOP-ENTRY-DESCRIPTION TO NBH-ENTRY-DESCRIPTION
           MOVE ACH-EFFECTIVE-DATE OF ACH-WORK-RECORD
               TO WS-DATE-WORK
           MOVE WS-DATE-WORK (3:6) TO NBH-EFFECTIVE-DATE
           MOVE "1" TO NBH-ORIGINATOR-STATUS
           MOVE AOP-ODFI-ID TO NBH-ODFI-ID
           MOVE WS-BATCH-NUMBER TO NBH-BATCH-NUMBER
           PERFORM 3900-WRITE-RECORD.

      * The entry hash is the sum of the receiving DFI
      * identifications, the first eight digits of each routing
      * number.
       4300-WRITE-ENTRY-DETAIL.
           MOVE ACH-AMOUNT OF ACH-WORK-RECORD TO WS-ENTRY-AMOUNT
           MOVE SPACES TO NACHA-FILE-RECORD
           SET NFR-ENTRY-DETAIL-TYPE TO TRUE
           IF WS-ENTRY-AMOUNT < 0
               SET NED-CHECKING-DEBIT TO TRUE
               COMPUTE NED-AMOUNT = 0 - WS-ENTRY-AMOUNT
               ADD NED-AMOUNT TO WS-BATCH-DEBIT-TOTAL
           ELSE
               SET NED-CHECKING-CREDIT TO TRUE
               MOVE WS-ENTRY-AMOUNT TO NED-AMOUNT
               ADD NED-AMOUNT TO WS-BATCH-CREDIT-TOTAL
           END-IF
           MOVE ACH-RECEIVE-ROUTING OF ACH-WORK-RECORD (1:8)
               TO NED-RDFI-ROUTING
           MOVE ACH-RECEIVE-ROUTING OF ACH-WORK-RECORD (9:1)
               TO NED-CHECK-DIGIT
           MOVE ACH-RECEIVE-ACCOUNT OF ACH-WORK-RECORD
               TO NED-DFI-ACCOUNT
           MOVE TRANS-ID OF ACH-WORK-RECORD (1:15)
               TO NED-INDIVIDUAL-ID
           MOVE ACH-RECEIVE-NAME OF ACH-WORK-RECORD
               TO NED-INDIVIDUAL-NAME
           MOVE ACH-TRACE-NUMBER OF ACH-WORK-RECORD
               TO NED-TRACE-NUMBER
           IF ACH-ADDENDA OF ACH-WORK-RECORD = SPACES
               MOVE "0" TO NED-ADDENDA-INDICATOR
           ELSE
               MOVE "1" TO NED-ADDENDA-INDICATOR
           END-IF
           MOVE ACH-RECEIVE-ROUTING OF ACH-WORK-RECORD (1:8)
               TO WS-ROUTING-PREFIX
           ADD WS-ROUTING-PREFIX TO WS-BATCH-HASH
           ADD 1 TO WS-BATCH-ENTRY-COUNT
           PERFORM 3900-WRITE-RECORD
           IF ACH-ADDENDA OF ACH-WORK-RECORD NOT = SPACES
               PERFORM 4350-WRITE-ADDENDA
           END-IF
           PERFORM 4500-RECORD-HISTORY.

       4350-WRITE-ADDENDA.
           MOVE SPACES TO NACHA-FILE-RECORD
           SET NFR-ADDENDA-TYPE TO TRUE
           MOVE "05" TO NAD-ADDENDA-TYPE
           MOVE ACH-ADDENDA OF ACH-WORK-RECORD TO NAD-PAYMENT-INFO
           MOVE 1 TO NAD-SEQUENCE-NUMBER
           MOVE ACH-TRACE-NUMBER OF ACH-WORK-RECORD (9:7)
               TO NAD-ENTRY-SEQUENCE
           ADD 1 TO WS-BATCH-ENTRY-COUNT
           PERFORM 3900-WRITE-RECORD.

       4400-WRITE-BATCH-CONTROL.
           MOVE SPACES TO NACHA-FILE-RECORD
           SET NFR-BATCH-CONTROL-TYPE TO TRUE
           MOVE WS-SERVICE-CLASS TO NBC-SERVICE-CLASS
           MOVE WS-BATCH-ENTRY-COUNT TO NBC-ENTRY-ADDENDA-COUNT
           COMPUTE NBC-ENTRY-HASH =
               FUNCTION MOD (WS-BATCH-HASH, 10000000000)
           MOVE WS-BATCH-DEBIT-TOTAL TO NBC-DEBIT-TOTAL
           MOVE WS-BATCH-CREDIT-TOTAL TO NBC-CREDIT-TOTAL
           MOVE AOP-COMPANY-ID TO NBC-COMPANY-ID
           MOVE AOP-ODFI-ID TO NBC-ODFI-ID
           MOVE WS-BATCH-NUMBER TO NBC-BATCH-NUMBER
           PERFORM 3900-WRITE-RECORD
           ADD WS-BATCH-ENTRY-COUNT TO WS-FILE-ENTRY-COUNT
           ADD WS-BATCH-HASH TO WS-FILE-HASH
           ADD WS-BATCH-DEBIT-TOTAL TO WS-FILE-DEBIT-TOTAL
           ADD WS-BATCH-CREDIT-TOTAL TO WS-FILE-CREDIT-TOTAL.

      * A trace number sent again (a resubmitted entry) replaces its
      * earlier history row and clears any return already stamped.
       4500-RECORD-HISTORY.
           INITIALIZE ACH-ENTRY-HISTORY-RECORD
           MOVE ACH-TRACE-NUMBER OF ACH-WORK-RECORD
               TO AEH-TRACE-NUMBER
           MOVE TRANS-ID OF ACH-WORK-RECORD TO AEH-TRANS-ID
           MOVE ACH-SEC-CODE OF ACH-WORK-RECORD TO AEH-SEC-CODE
           MOVE ACH-EFFECTIVE-DATE OF ACH-WORK-RECORD
               TO AEH-EFFECTIVE-DATE
           MOVE WS-TODAY TO AEH-ORIGINATED-DATE
           MOVE ACH-ORIGIN-ROUTING OF ACH-WORK-RECORD
               TO AEH-ORIGIN-ROUTING
           MOVE ACH-ORIGIN-ACCOUNT OF ACH-WORK-RECORD
               TO AEH-ORIGIN-ACCOUNT
           MOVE ACH-ORIGIN-NAME OF ACH-WORK-RECORD TO AEH-ORIGIN-NAME
           MOVE ACH-RECEIVE-ROUTING OF ACH-WORK-RECORD
               TO AEH-RECEIVE-ROUTING
           MOVE ACH-RECEIVE-ACCOUNT OF ACH-WORK-RECORD
               TO AEH-RECEIVE-ACCOUNT
           MOVE ACH-RECEIVE-NAME OF ACH-WORK-RECORD
               TO AEH-RECEIVE-NAME
           MOVE WS-ENTRY-AMOUNT TO AEH-AMOUNT
           MOVE SPACES TO AEH-RETURN-CODE AEH-NOC-CODE
           MOVE 0 TO AEH-RETURN-DATE AEH-NOC-DATE
           WRITE ACH-ENTRY-HISTORY-RECORD
               INVALID KEY
                   REWRITE ACH-ENTRY-HISTORY-RECORD
           END-WRITE.

      * The block count includes the file control record itself;
      * the last block is filled out with all-nines records.
       5000-WRITE-FILE-CONTROL.
           COMPUTE WS-BLOCK-COUNT = (WS-RECORD-COUNT + 1 + 9) / 10
           MOVE SPACES TO NACHA-FILE-RECORD
           SET NFR-FILE-CONTROL-TYPE TO TRUE
           MOVE WS-BATCH-NUMBER TO NFC-BATCH-COUNT
           MOVE WS-BLOCK-COUNT TO NFC-BLOCK-COUNT
           MOVE WS-FILE-ENTRY-COUNT TO NFC-ENTRY-ADDENDA-COUNT
           COMPUTE NFC-ENTRY-HASH =
               FUNCTION MOD (WS-FILE-HASH, 10000000000)
           MOVE WS-FILE-DEBIT-TOTAL TO NFC-DEBIT-TOTAL
           MOVE WS-FILE-CREDIT-TOTAL TO NFC-CREDIT-TOTAL
           PERFORM 3900-WRITE-RECORD
           PERFORM UNTIL FUNCTION MOD (WS-RECORD-COUNT, 10) = 0
               MOVE ALL "9" TO NACHA-FILE-RECORD
               PERFORM 3900-WRITE-RECORD
           END-PERFORM.

      * The origination file posts its entry count and total dollars
      * moved (debits and credits together) to the manifest control
      * stream so MANIFGEN can stamp its transmission manifest.
       9100-POST-MANIFEST-TRAILER.
           OPEN EXTEND MANIFEST-CONTROL-FILE
           IF WS-MANIF-STATUS NOT = "00"
               OPEN OUTPUT MANIFEST-CONTROL-FILE
           END-IF
           MOVE "NACHAOUT" TO CTT-FEED-ID
           MOVE WS-TODAY TO CTT-RUN-DATE
           MOVE WS-FILE-ENTRY-COUNT TO CTT-RECORD-COUNT
           COMPUTE CTT-AMOUNT-TOTAL =
               WS-FILE-DEBIT-TOTAL + WS-FILE-CREDIT-TOTAL
           WRITE CONTROL-TOTAL-TRAILER-RECORD
           CLOSE MANIFEST-CONTROL-FILE.
