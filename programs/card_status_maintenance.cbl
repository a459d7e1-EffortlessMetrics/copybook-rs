      *> CARDSMNT - Card status maintenance. Applies hot-card,
      *> reissue, expiry and close transactions (and the issue of a
      *> new card) to the card status master keyed on the token. An
      *> issue must be a token not yet on file; every other action
      *> must hit a card that is not closed. A hot-card marks the card
      *> lost or stolen; a reissue opens the successor token active,
      *> linked back to its predecessor with the predecessor's
      *> customer and account, and marks the predecessor replaced -
      *> a card already hot-carded keeps its lost or stolen status so
      *> the screen still declines it. Rejected transactions go to
      *> the reject file and the run closes with a one-line recap on
      *> the operator log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDSMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "CARDSTRN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STATUS-MASTER ASSIGN TO "CARDSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-TOKEN
               FILE STATUS IS WS-STATUS-STATUS.
           SELECT REJECT-FILE ASSIGN TO "CARDSREJ"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           COPY card_status_transaction.
       FD  STATUS-MASTER.
           COPY card_status_record.
       FD  REJECT-FILE.
           COPY card_status_transaction
               REPLACING ==CARD-STATUS-TRANSACTION== BY
                         ==CARD-STATUS-REJECT==
                         LEADING ==CSX== BY ==CSJ==.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-STATUS-STATUS            PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-RECORD-STATE             PIC X(1).
           88  WS-CARD-EXISTS          VALUE 'Y'.
       01  WS-SUCCESSOR-STATE          PIC X(1).
           88  WS-SUCCESSOR-EXISTS     VALUE 'Y'.
       01  WS-INHERITED-CUSTOMER       PIC 9(12).
       01  WS-INHERITED-ACCOUNT        PIC 9(16).
       01  WS-COUNTS.
           05  WS-ISSUED-COUNT         PIC 9(7) VALUE 0.
           05  WS-HOT-COUNT            PIC 9(7) VALUE 0.
           05  WS-REISSUED-COUNT       PIC 9(7) VALUE 0.
           05  WS-EXPIRED-COUNT        PIC 9(7) VALUE 0.
           05  WS-CLOSED-COUNT         PIC 9(7) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           OPEN I-O STATUS-MASTER
           IF WS-STATUS-STATUS NOT = "00"
               OPEN OUTPUT STATUS-MASTER
               CLOSE STATUS-MASTER
               OPEN I-O STATUS-MASTER
           END-IF
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM 1000-READ-MAINT
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-APPLY-MAINT
               PERFORM 1000-READ-MAINT
           END-PERFORM
           CLOSE STATUS-MASTER MAINT-FILE REJECT-FILE
           DISPLAY "CARDSMNT: ISSUED=" WS-ISSUED-COUNT
                   " HOTCARD=" WS-HOT-COUNT
                   " REISSUED=" WS-REISSUED-COUNT
                   " EXPIRED=" WS-EXPIRED-COUNT
                   " CLOSED=" WS-CLOSED-COUNT
                   " REJECTED=" WS-REJECT-COUNT
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

       1000-READ-MAINT.
           READ MAINT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-APPLY-MAINT.
           MOVE 'N' TO WS-RECORD-STATE
           MOVE CSX-TOKEN TO CST-TOKEN
           READ STATUS-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-CARD-EXISTS TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN CSX-ISSUE AND NOT WS-CARD-EXISTS
                   PERFORM 2100-ISSUE-CARD
               WHEN NOT WS-CARD-EXISTS OR CST-CLOSED
                   PERFORM 9000-WRITE-REJECT
               WHEN CSX-HOT-CARD
                       AND (CSX-REPORTED-LOST OR CSX-REPORTED-STOLEN)
                   MOVE CSX-HOT-REASON TO CST-CARD-STATUS
                   PERFORM 2900-STAMP-AND-REWRITE
                   ADD 1 TO WS-HOT-COUNT
               WHEN CSX-REISSUE AND CSX-NEW-TOKEN NOT = SPACES
                       AND CSX-NEW-TOKEN NOT = CSX-TOKEN
                   PERFORM 2200-REISSUE-CARD
               WHEN CSX-EXPIRE
                   SET CST-EXPIRED TO TRUE
                   PERFORM 2900-STAMP-AND-REWRITE
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN CSX-CLOSE
                   SET CST-CLOSED TO TRUE
                   PERFORM 2900-STAMP-AND-REWRITE
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN OTHER
                   PERFORM 9000-WRITE-REJECT
           END-EVALUATE.

       2100-ISSUE-CARD.
           INITIALIZE CARD-STATUS-RECORD
           MOVE CSX-TOKEN TO CST-TOKEN
           SET CST-ACTIVE TO TRUE
           MOVE WS-TODAY TO CST-STATUS-DATE
           MOVE CSX-EXPIRY-DATE TO CST-EXPIRY-DATE
           MOVE CSX-CUSTOMER-ID TO CST-CUSTOMER-ID
           MOVE CSX-ACCOUNT-NUMBER TO CST-ACCOUNT-NUMBER
           MOVE SPACES TO CST-PREDECESSOR-TOKEN CST-SUCCESSOR-TOKEN
           MOVE WS-TODAY TO CST-OPENED-DATE
           MOVE CSX-MAINT-USER TO CST-MAINT-USER
           WRITE CARD-STATUS-RECORD
           ADD 1 TO WS-ISSUED-COUNT.

      *> The successor must be a token not yet on file; the
      *> predecessor is rewritten first, then the successor opened
      *> with the inherited customer and account.
       2200-REISSUE-CARD.
           MOVE CST-CUSTOMER-ID TO WS-INHERITED-CUSTOMER
           MOVE CST-ACCOUNT-NUMBER TO WS-INHERITED-ACCOUNT
           MOVE 'N' TO WS-SUCCESSOR-STATE
           MOVE CSX-NEW-TOKEN TO CST-TOKEN
           READ STATUS-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-SUCCESSOR-EXISTS TO TRUE
           END-READ
           IF WS-SUCCESSOR-EXISTS
               PERFORM 9000-WRITE-REJECT
           ELSE
               MOVE CSX-TOKEN TO CST-TOKEN
               READ STATUS-MASTER
               END-READ
               IF NOT CST-LOST AND NOT CST-STOLEN
                   SET CST-REPLACED TO TRUE
               END-IF
               MOVE CSX-NEW-TOKEN TO CST-SUCCESSOR-TOKEN
               PERFORM 2900-STAMP-AND-REWRITE
               INITIALIZE CARD-STATUS-RECORD
               MOVE CSX-NEW-TOKEN TO CST-TOKEN
               SET CST-ACTIVE TO TRUE
               MOVE WS-TODAY TO CST-STATUS-DATE
               MOVE CSX-EXPIRY-DATE TO CST-EXPIRY-DATE
               MOVE WS-INHERITED-CUSTOMER TO CST-CUSTOMER-ID
               MOVE WS-INHERITED-ACCOUNT TO CST-ACCOUNT-NUMBER
               MOVE CSX-TOKEN TO CST-PREDECESSOR-TOKEN
               MOVE SPACES TO CST-SUCCESSOR-TOKEN
               MOVE WS-TODAY TO CST-OPENED-DATE
               MOVE CSX-MAINT-USER TO CST-MAINT-USER
               WRITE CARD-STATUS-RECORD
               ADD 1 TO WS-REISSUED-COUNT
           END-IF.

       2900-STAMP-AND-REWRITE.
           MOVE WS-TODAY TO CST-STATUS-DATE
           MOVE CSX-MAINT-USER TO CST-MAINT-USER
           REWRITE CARD-STATUS-RECORD.

       9000-WRITE-REJECT.
           MOVE CARD-STATUS-TRANSACTION TO CARD-STATUS-REJECT
           WRITE CARD-STATUS-REJECT
           ADD 1 TO WS-REJECT-COUNT.
