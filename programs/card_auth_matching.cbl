      * CARDAUTH - Card authorization hold matching and expiry. The
      * network's authorization log feeds the hold master: every
      * approved AUTH-CODE holds open-to-buy from the day it is
      * given, with an expiry date set by the merchant category's
      * window. Each cleared CARD-PAYMENT off PAYCARD is then matched
      * to its hold by AUTH-CODE and MERCHANT-ID, the cleared amount
      * (TRANS-AMOUNT plus TIP-AMOUNT) allowed to run over the
      * authorization by the category's tolerance the way tips and
      * fuel pumps do. A clearing with no open hold behind it, or one
      * that overruns the tolerance, is a force-post and goes on the
      * force-post file the fraud queue works alongside the FRAUDVEL
      * alerts. Last, every hold still open past its expiry date is
      * released and reported.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDAUTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WINDOW-FILE ASSIGN TO "AUTHWIND"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUTH-LOG-FILE ASSIGN TO "AUTHLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CARD-FILE ASSIGN TO "PAYCARD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HOLD-MASTER ASSIGN TO "AUTHMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAH-HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT FORCE-POST-FILE ASSIGN TO "AUTHFRCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RELEASE-FILE ASSIGN TO "AUTHRLSE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WINDOW-FILE.
           COPY card_auth_window_record.
       FD  AUTH-LOG-FILE.
           COPY card_auth_log_record.
       FD  CARD-FILE.
           COPY ac5_redefines_complex.
       FD  HOLD-MASTER.
           COPY card_auth_hold_record.
       FD  FORCE-POST-FILE.
           COPY card_auth_exception_line.
       FD  RELEASE-FILE.
           COPY card_auth_exception_line
               REPLACING ==CARD-AUTH-EXCEPTION-LINE== BY
                         ==CARD-AUTH-RELEASE-LINE==
                         LEADING ==CAE== BY ==CAR==.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-HOLD-STATUS              PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-HOLD-STATE               PIC X(1).
           88  WS-HOLD-ON-FILE         VALUE 'Y'.
       01  WS-WINDOW-INDEX             PIC 9(4) COMP.
       01  WS-WINDOW-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-EXPIRY-DAYS              PIC 9(3).
       01  WS-TOLERANCE-PCT            PIC 9(3)V99.
      * Without a default row an authorization holds a week and a
      * clearing may run a fifth over it.
       01  WS-DEFAULT-DAYS             PIC 9(3) VALUE 7.
       01  WS-DEFAULT-TOLERANCE        PIC 9(3)V99 VALUE 20.
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-ENTRY OCCURS 1000 TIMES.
               10  WS-WIN-CATEGORY     PIC X(4).
               10  WS-WIN-DAYS         PIC 9(3).
               10  WS-WIN-TOLERANCE    PIC 9(3)V99.
       01  WS-CATEGORY                 PIC X(4).
       01  WS-CLEARED-AMOUNT           PIC S9(9)V99.
       01  WS-CEILING-AMOUNT           PIC S9(11)V99.
       01  WS-REASON                   PIC X(4).
       01  WS-NEW-HOLD                 PIC X(104).
       01  WS-COUNTS.
           05  WS-LOG-COUNT            PIC 9(9) VALUE 0.
           05  WS-HELD-COUNT           PIC 9(9) VALUE 0.
           05  WS-DUP-AUTH-COUNT       PIC 9(9) VALUE 0.
           05  WS-REUSED-AUTH-COUNT    PIC 9(9) VALUE 0.
           05  WS-CARD-COUNT           PIC 9(9) VALUE 0.
           05  WS-MATCHED-COUNT        PIC 9(9) VALUE 0.
           05  WS-FORCE-POST-COUNT     PIC 9(9) VALUE 0.
           05  WS-RELEASED-COUNT       PIC 9(9) VALUE 0.
           05  WS-OPEN-COUNT           PIC 9(9) VALUE 0.
       01  WS-OPEN-TO-BUY-HELD         PIC S9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 1000-LOAD-WINDOWS
           OPEN I-O HOLD-MASTER
           IF WS-HOLD-STATUS NOT = "00"
               OPEN OUTPUT HOLD-MASTER
               CLOSE HOLD-MASTER
               OPEN I-O HOLD-MASTER
           END-IF
           PERFORM 2000-LOAD-AUTH-LOG
           OPEN INPUT CARD-FILE
           OPEN OUTPUT FORCE-POST-FILE
           PERFORM 3100-READ-CARD
           PERFORM UNTIL END-OF-FILE
               IF CARD-TRANS-TYPE
                   ADD 1 TO WS-CARD-COUNT
                   PERFORM 3000-MATCH-CLEARING
               END-IF
               PERFORM 3100-READ-CARD
           END-PERFORM
           CLOSE CARD-FILE FORCE-POST-FILE
           OPEN OUTPUT RELEASE-FILE
           PERFORM 4000-RELEASE-EXPIRED-HOLDS
           CLOSE RELEASE-FILE HOLD-MASTER
           DISPLAY "CARDAUTH: AUTHS=" WS-LOG-COUNT
                   " HELD=" WS-HELD-COUNT
                   " DUPAUTH=" WS-DUP-AUTH-COUNT
                   " REUSED=" WS-REUSED-AUTH-COUNT
                   " CLEARED=" WS-CARD-COUNT
                   " MATCHED=" WS-MATCHED-COUNT
                   " FORCEPOST=" WS-FORCE-POST-COUNT
                   " RELEASED=" WS-RELEASED-COUNT
                   " OPEN=" WS-OPEN-COUNT
                   " OTBHELD=" WS-OPEN-TO-BUY-HELD
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

       1000-LOAD-WINDOWS.
           OPEN INPUT WINDOW-FILE
           PERFORM 1100-READ-WINDOW
           PERFORM UNTIL END-OF-FILE
               IF CAW-MERCHANT-CATEGORY = SPACES
                   MOVE CAW-EXPIRY-DAYS TO WS-DEFAULT-DAYS
                   MOVE CAW-TOLERANCE-PCT TO WS-DEFAULT-TOLERANCE
               ELSE
                   IF WS-WINDOW-COUNT < 1000
                       ADD 1 TO WS-WINDOW-COUNT
                       MOVE CAW-MERCHANT-CATEGORY
                           TO WS-WIN-CATEGORY (WS-WINDOW-COUNT)
                       MOVE CAW-EXPIRY-DAYS
                           TO WS-WIN-DAYS (WS-WINDOW-COUNT)
                       MOVE CAW-TOLERANCE-PCT
                           TO WS-WIN-TOLERANCE (WS-WINDOW-COUNT)
                   END-IF
               END-IF
               PERFORM 1100-READ-WINDOW
           END-PERFORM
           CLOSE WINDOW-FILE
           MOVE 'N' TO WS-EOF.

       1100-READ-WINDOW.
           READ WINDOW-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      * Resolves WS-CATEGORY to its expiry days and tolerance, the
      * default window standing in for a category with no row.
       1200-FIND-WINDOW.
           MOVE WS-DEFAULT-DAYS TO WS-EXPIRY-DAYS
           MOVE WS-DEFAULT-TOLERANCE TO WS-TOLERANCE-PCT
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-WINDOW-INDEX FROM 1 BY 1
               UNTIL WS-WINDOW-INDEX > WS-WINDOW-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-WIN-CATEGORY (WS-WINDOW-INDEX) = WS-CATEGORY
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-WIN-DAYS (WS-WINDOW-INDEX)
                       TO WS-EXPIRY-DAYS
                   MOVE WS-WIN-TOLERANCE (WS-WINDOW-INDEX)
                       TO WS-TOLERANCE-PCT
               END-IF
           END-PERFORM.

      * An authorization already on the master - the log re-sent, or
      * the same code reused at the merchant while the first hold is
      * still open - keeps its first hold. Issuers do reuse codes:
      * once the earlier hold has been matched or released, a new
      * authorization on the same code and merchant (another card,
      * or another day) replaces it as a fresh open hold.
       2000-LOAD-AUTH-LOG.
           OPEN INPUT AUTH-LOG-FILE
           PERFORM 2100-READ-AUTH-LOG
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-LOG-COUNT
               IF CAL-APPROVED
                   PERFORM 2200-PLACE-HOLD
               END-IF
               PERFORM 2100-READ-AUTH-LOG
           END-PERFORM
           CLOSE AUTH-LOG-FILE
           MOVE 'N' TO WS-EOF.

       2100-READ-AUTH-LOG.
           READ AUTH-LOG-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2200-PLACE-HOLD.
           MOVE CAL-MERCHANT-CATEGORY TO WS-CATEGORY
           PERFORM 1200-FIND-WINDOW
           INITIALIZE CARD-AUTH-HOLD-RECORD
           MOVE CAL-AUTH-CODE TO CAH-AUTH-CODE
           MOVE CAL-MERCHANT-ID TO CAH-MERCHANT-ID
           MOVE CAL-CARD-NUMBER TO CAH-CARD-NUMBER
           MOVE CAL-MERCHANT-CATEGORY TO CAH-MERCHANT-CATEGORY
           MOVE CAL-AUTH-AMOUNT TO CAH-AUTH-AMOUNT
           MOVE CAL-AUTH-DATE TO CAH-AUTH-DATE
           COMPUTE CAH-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (CAL-AUTH-DATE)
                + WS-EXPIRY-DAYS)
           SET CAH-HOLD-OPEN TO TRUE
           MOVE SPACES TO CAH-CLEARED-TRANS-ID
           WRITE CARD-AUTH-HOLD-RECORD
               INVALID KEY
                   PERFORM 2300-REPLACE-CLOSED-HOLD
               NOT INVALID KEY
                   ADD 1 TO WS-HELD-COUNT
           END-WRITE.

       2300-REPLACE-CLOSED-HOLD.
           MOVE CARD-AUTH-HOLD-RECORD TO WS-NEW-HOLD
           READ HOLD-MASTER
               INVALID KEY CONTINUE
           END-READ
           IF (CAH-HOLD-MATCHED OR CAH-HOLD-RELEASED)
               AND (CAH-CARD-NUMBER NOT = CAL-CARD-NUMBER
                   OR CAH-AUTH-DATE NOT = CAL-AUTH-DATE)
               MOVE WS-NEW-HOLD TO CARD-AUTH-HOLD-RECORD
               REWRITE CARD-AUTH-HOLD-RECORD
               ADD 1 TO WS-REUSED-AUTH-COUNT
               ADD 1 TO WS-HELD-COUNT
           ELSE
               ADD 1 TO WS-DUP-AUTH-COUNT
           END-IF.

      * A clearing matches only an open hold on the same AUTH-CODE
      * and MERCHANT-ID whose amount, stretched by the category
      * tolerance, covers it.
       3000-MATCH-CLEARING.
           COMPUTE WS-CLEARED-AMOUNT = TRANS-AMOUNT + TIP-AMOUNT
           MOVE 'N' TO WS-HOLD-STATE
           IF AUTH-CODE NOT = SPACES
               MOVE AUTH-CODE TO CAH-AUTH-CODE
               MOVE MERCHANT-ID TO CAH-MERCHANT-ID
               READ HOLD-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CAH-HOLD-OPEN
                           SET WS-HOLD-ON-FILE TO TRUE
                       END-IF
               END-READ
           END-IF
           IF WS-HOLD-ON-FILE
               MOVE CAH-MERCHANT-CATEGORY TO WS-CATEGORY
               PERFORM 1200-FIND-WINDOW
               COMPUTE WS-CEILING-AMOUNT ROUNDED =
                   CAH-AUTH-AMOUNT * (100 + WS-TOLERANCE-PCT) / 100
               IF WS-CLEARED-AMOUNT > WS-CEILING-AMOUNT
                   MOVE "TOLR" TO WS-REASON
                   PERFORM 3200-WRITE-FORCE-POST
               ELSE
                   SET CAH-HOLD-MATCHED TO TRUE
                   MOVE WS-CLEARED-AMOUNT TO CAH-CLEARED-AMOUNT
                   MOVE TRANS-ID TO CAH-CLEARED-TRANS-ID
                   MOVE WS-TODAY TO CAH-CLOSED-DATE
                   REWRITE CARD-AUTH-HOLD-RECORD
                   ADD 1 TO WS-MATCHED-COUNT
               END-IF
           ELSE
               INITIALIZE CARD-AUTH-HOLD-RECORD
               MOVE "NOAU" TO WS-REASON
               PERFORM 3200-WRITE-FORCE-POST
           END-IF.

       3100-READ-CARD.
           READ CARD-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3200-WRITE-FORCE-POST.
           INITIALIZE CARD-AUTH-EXCEPTION-LINE
           SET CAE-FORCE-POST TO TRUE
           MOVE WS-REASON TO CAE-REASON
           MOVE AUTH-CODE TO CAE-AUTH-CODE
           MOVE MERCHANT-ID TO CAE-MERCHANT-ID
           MOVE CARD-NUMBER TO CAE-CARD-NUMBER
           MOVE TRANS-ID TO CAE-TRANS-ID
           MOVE CAH-AUTH-AMOUNT TO CAE-AUTH-AMOUNT
           MOVE WS-CLEARED-AMOUNT TO CAE-CLEARED-AMOUNT
           MOVE CAH-AUTH-DATE TO CAE-AUTH-DATE
           MOVE WS-TODAY TO CAE-REPORT-DATE
           WRITE CARD-AUTH-EXCEPTION-LINE
           ADD 1 TO WS-FORCE-POST-COUNT.

      * A hold still open after its expiry date gives the
      * open-to-buy back; what stays open is tallied as still held.
       4000-RELEASE-EXPIRED-HOLDS.
           MOVE LOW-VALUES TO CAH-HOLD-KEY
           START HOLD-MASTER KEY IS NOT LESS THAN CAH-HOLD-KEY
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ HOLD-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       IF CAH-HOLD-OPEN
                           PERFORM 4100-CHECK-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM.

       4100-CHECK-ONE-HOLD.
           IF CAH-EXPIRY-DATE < WS-TODAY
               SET CAH-HOLD-RELEASED TO TRUE
               MOVE WS-TODAY TO CAH-CLOSED-DATE
               REWRITE CARD-AUTH-HOLD-RECORD
               INITIALIZE CARD-AUTH-RELEASE-LINE
               SET CAR-HOLD-RELEASED TO TRUE
               MOVE "EXPD" TO CAR-REASON
               MOVE CAH-AUTH-CODE TO CAR-AUTH-CODE
               MOVE CAH-MERCHANT-ID TO CAR-MERCHANT-ID
               MOVE CAH-CARD-NUMBER TO CAR-CARD-NUMBER
               MOVE CAH-AUTH-AMOUNT TO CAR-AUTH-AMOUNT
               MOVE CAH-AUTH-DATE TO CAR-AUTH-DATE
               MOVE WS-TODAY TO CAR-REPORT-DATE
               WRITE CARD-AUTH-RELEASE-LINE
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               ADD 1 TO WS-OPEN-COUNT
               ADD CAH-AUTH-AMOUNT TO WS-OPEN-TO-BUY-HELD
           END-IF.
