      * CARDSCRN - Card status screen. Runs on the tokenized card
      * queue ahead of BINROUTE and MERCHSTL: every CARD-PAYMENT is
      * looked up on the card status master by its token. Activity
      * on a card hot-carded lost or stolen, closed, expired on the
      * master, or presented past the EXPIRY-DATE it carries is
      * declined; activity on a card replaced by a reissue is parked
      * for review with the successor token. Declined and review
      * items go to the decline/review file instead of the screened
      * queue the settlement chain reads; everything else - other
      * payment types, and cards the master does not yet hold -
      * passes through unchanged. EXPIRY-DATE is the MMYY on the
      * card, good through the last day of that month.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDSCRN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "PAYCARDT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STATUS-MASTER ASSIGN TO "CARDSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-TOKEN
               FILE STATUS IS WS-STATUS-STATUS.
           SELECT SCREENED-FILE ASSIGN TO "PAYCARDS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DECLINE-FILE ASSIGN TO "CARDDECL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
           COPY ac5_redefines_complex.
       FD  STATUS-MASTER.
           COPY card_status_record.
       FD  SCREENED-FILE.
           COPY ac5_redefines_complex
               REPLACING ==FINANCIAL-TRANSACTION-RECORD==
                      BY ==SCREENED-CARD-RECORD==.
       FD  DECLINE-FILE.
           COPY card_decline_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-STATUS-STATUS            PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-MASTER-STATE             PIC X(1).
           88  WS-MASTER-OPEN          VALUE 'Y'.
       01  WS-CARD-STATE               PIC X(1).
           88  WS-CARD-ON-FILE         VALUE 'Y'.
       01  WS-REASON                   PIC X(4).
       01  WS-EXPIRY-MMYY              PIC 9(4).
       01  WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-MMYY.
           05  WS-EXPIRY-MONTH         PIC 9(2).
           05  WS-EXPIRY-YEAR          PIC 9(2).
       01  WS-EXPIRY-YYYYMM            PIC 9(6).
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-CARD-COUNT           PIC 9(9) VALUE 0.
           05  WS-PASSED-COUNT         PIC 9(9) VALUE 0.
           05  WS-UNKNOWN-COUNT        PIC 9(9) VALUE 0.
           05  WS-DECLINED-COUNT       PIC 9(9) VALUE 0.
           05  WS-REVIEW-COUNT         PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           MOVE 'N' TO WS-MASTER-STATE
           OPEN INPUT STATUS-MASTER
           IF WS-STATUS-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           END-IF
           OPEN INPUT CARD-FILE
           OPEN OUTPUT SCREENED-FILE DECLINE-FILE
           PERFORM 1000-READ-CARD
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               IF CARD-TRANS-TYPE OF FINANCIAL-TRANSACTION-RECORD
                   ADD 1 TO WS-CARD-COUNT
                   PERFORM 2000-SCREEN-CARD
               ELSE
                   PERFORM 3000-PASS-THROUGH
               END-IF
               PERFORM 1000-READ-CARD
           END-PERFORM
           CLOSE CARD-FILE SCREENED-FILE DECLINE-FILE
           IF WS-MASTER-OPEN
               CLOSE STATUS-MASTER
           END-IF
           DISPLAY "CARDSCRN: READ=" WS-READ-COUNT
                   " CARDS=" WS-CARD-COUNT
                   " PASSED=" WS-PASSED-COUNT
                   " UNKNOWN=" WS-UNKNOWN-COUNT
                   " DECLINED=" WS-DECLINED-COUNT
                   " REVIEW=" WS-REVIEW-COUNT
           GOBACK.

      * Every run processes the run-control business date; the
      * calendar date only stands in when RUNCTRL is absent.
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

       1000-READ-CARD.
           READ CARD-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-SCREEN-CARD.
           MOVE SPACES TO WS-REASON
           MOVE 'N' TO WS-CARD-STATE
           IF WS-MASTER-OPEN
               MOVE CARD-NUMBER OF FINANCIAL-TRANSACTION-RECORD
                   TO CST-TOKEN
               READ STATUS-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-CARD-ON-FILE TO TRUE
               END-READ
           END-IF
           IF WS-CARD-ON-FILE
               EVALUATE TRUE
                   WHEN CST-LOST
                       MOVE "LOST" TO WS-REASON
                   WHEN CST-STOLEN
                       MOVE "STOL" TO WS-REASON
                   WHEN CST-CLOSED
                       MOVE "CLSD" TO WS-REASON
                   WHEN CST-EXPIRED
                       MOVE "EXPD" TO WS-REASON
                   WHEN CST-REPLACED
                       MOVE "RPLC" TO WS-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE SPACES TO CST-SUCCESSOR-TOKEN
           END-IF
           IF WS-REASON = SPACES
               PERFORM 2100-CHECK-CARD-EXPIRY
           END-IF
           EVALUATE WS-REASON
               WHEN SPACES
                   PERFORM 3000-PASS-THROUGH
               WHEN "RPLC"
                   SET CDL-REVIEW TO TRUE
                   PERFORM 4000-WRITE-DECLINE
                   ADD 1 TO WS-REVIEW-COUNT
               WHEN OTHER
                   SET CDL-DECLINED TO TRUE
                   PERFORM 4000-WRITE-DECLINE
                   ADD 1 TO WS-DECLINED-COUNT
           END-EVALUATE.

      * A card is good through the last day of its expiry month; a
      * zero expiry is not checked.
       2100-CHECK-CARD-EXPIRY.
           MOVE EXPIRY-DATE OF FINANCIAL-TRANSACTION-RECORD
               TO WS-EXPIRY-MMYY
           IF WS-EXPIRY-MMYY NOT = 0
               COMPUTE WS-EXPIRY-YYYYMM =
                   (2000 + WS-EXPIRY-YEAR) * 100 + WS-EXPIRY-MONTH
               IF WS-EXPIRY-YYYYMM < WS-TODAY (1:6)
                   MOVE "EXPD" TO WS-REASON
               END-IF
           END-IF.

       3000-PASS-THROUGH.
           MOVE FINANCIAL-TRANSACTION-RECORD TO SCREENED-CARD-RECORD
           WRITE SCREENED-CARD-RECORD
           ADD 1 TO WS-PASSED-COUNT.

       4000-WRITE-DECLINE.
           MOVE WS-REASON TO CDL-REASON
           MOVE TRANS-ID OF FINANCIAL-TRANSACTION-RECORD
               TO CDL-TRANS-ID
           MOVE CARD-NUMBER OF FINANCIAL-TRANSACTION-RECORD
               TO CDL-CARD-NUMBER
           MOVE MERCHANT-ID OF FINANCIAL-TRANSACTION-RECORD
               TO CDL-MERCHANT-ID
           MOVE TRANS-AMOUNT OF FINANCIAL-TRANSACTION-RECORD
               TO CDL-TRANS-AMOUNT
           MOVE CST-SUCCESSOR-TOKEN TO CDL-SUCCESSOR-TOKEN
           MOVE WS-TODAY TO CDL-SCREEN-DATE
           MOVE FINANCIAL-TRANSACTION-RECORD TO CDL-CARD-RECORD
           WRITE CARD-DECLINE-LINE.
