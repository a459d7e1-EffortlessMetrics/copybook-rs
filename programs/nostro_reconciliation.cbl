      * NOSTRECN - Correspondent nostro reconciliation for wires. Loads
      * the correspondent's end-of-day statement for our nostro
      * account and matches every debit it booked to a wire we
      * released (PAYWIRGO, from SANCSCRN and SCRNDISP) on
      * REFERENCE-NUM, then TRANSFER-AMOUNT and value date. Each item
      * lands in one category on the reconciliation report: matched,
      * amount break, we-sent-they-didn't, or they-booked-we-didn't.
      * Items left open carry to the next run on the open-item file
      * so a late booking on either side still matches, and once an
      * item has stood open past the suspense limit it is wrapped for
      * SUSPLOAD; a match clears it there. The run closes by proving
      * the statement closing balance against our cash GL account:
      * book opening plus the cash account's GLJRNL movement, plus
      * the open items' effect, must equal what the correspondent
      * says we hold.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOSTRECN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "NOSTPARM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STATEMENT-FILE ASSIGN TO "NOSTSTMT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT WIRE-FILE ASSIGN TO "PAYWIRGO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPEN-IN-FILE ASSIGN TO "NOSTOPNI"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPEN-OUT-FILE ASSIGN TO "NOSTOPEN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRIOR-PROOF-FILE ASSIGN TO "NOSTPRFI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT PROOF-FILE ASSIGN TO "NOSTPRF"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "NOSTRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUSPENSE-FILE ASSIGN TO "NOSTSUSP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
           COPY nostro_recon_parm.
       FD  STATEMENT-FILE.
           COPY nostro_statement_record.
       FD  WIRE-FILE.
           COPY ac5_redefines_complex.
       FD  JOURNAL-FILE.
           COPY gl_journal_record.
       FD  OPEN-IN-FILE.
           COPY nostro_open_item_record
               REPLACING ==NOSTRO-OPEN-ITEM-RECORD== BY
                         ==PRIOR-OPEN-ITEM-RECORD==
                         LEADING ==NOI== BY ==NOP==.
       FD  OPEN-OUT-FILE.
           COPY nostro_open_item_record.
       FD  PRIOR-PROOF-FILE.
           COPY nostro_balance_proof_line
               REPLACING ==NOSTRO-BALANCE-PROOF-LINE== BY
                         ==PRIOR-PROOF-LINE==
                         LEADING ==NBP== BY ==NPP==.
       FD  PROOF-FILE.
           COPY nostro_balance_proof_line.
       FD  REPORT-FILE.
           COPY nostro_recon_line.
       FD  SUSPENSE-FILE.
           COPY suspense_wrapper_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-PRIOR-STATUS             PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-STATEMENT-DATE           PIC 9(8).
       01  WS-PRIOR-DATE               PIC 9(8) VALUE 0.
       01  WS-SUSPENSE-DAYS            PIC 9(3) VALUE 2.
       01  WS-AGE-DAYS                 PIC 9(5).
       01  WS-FOUND                    PIC X(1).
           88  WS-ITEM-FOUND           VALUE 'Y'.
       01  WS-ENT-INDEX                PIC 9(5) COMP.
       01  WS-ENT-COUNT                PIC 9(5) COMP VALUE 0.
       01  WS-WIRE-INDEX               PIC 9(5) COMP.
       01  WS-WIRE-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-BRK-INDEX                PIC 9(5) COMP.
       01  WS-BRK-COUNT                PIC 9(5) COMP VALUE 0.
       01  WS-ENTRY-EFFECT             PIC S9(13)V99.
      *> Released wires - today's PAYWIRGO plus those carried open.
      *> A wire's value date is the business date it was released,
      *> since a future-dated wire sits in the warehouse until then.
       01  WS-WIRE-TABLE.
           05  WS-WIRE-ENTRY OCCURS 5000 TIMES.
               10  WS-WIRE-REFERENCE   PIC X(16).
               10  WS-WIRE-TRANS-ID    PIC X(16).
               10  WS-WIRE-AMOUNT      PIC 9(13)V99.
               10  WS-WIRE-VALUE-DATE  PIC 9(8).
               10  WS-WIRE-STATE       PIC X(1).
                   88  WS-WIRE-OPEN    VALUE 'O'.
      *> Statement entries - today's plus those carried open.
       01  WS-ENTRY-TABLE.
           05  WS-ENT-ENTRY OCCURS 5000 TIMES.
               10  WS-ENT-OUR-REF      PIC X(16).
               10  WS-ENT-BANK-REF     PIC X(16).
               10  WS-ENT-DEBIT-CREDIT PIC X(1).
                   88  WS-ENT-DEBIT    VALUE 'D'.
               10  WS-ENT-AMOUNT       PIC 9(13)V99.
               10  WS-ENT-VALUE-DATE   PIC 9(8).
               10  WS-ENT-STATE        PIC X(1).
                   88  WS-ENT-OPEN     VALUE 'O'.
      *> Amount-break differences still waiting on a correction.
       01  WS-BREAK-TABLE.
           05  WS-BRK-ENTRY OCCURS 1000 TIMES.
               10  WS-BRK-REFERENCE    PIC X(16).
               10  WS-BRK-OTHER-REF    PIC X(16).
               10  WS-BRK-AMOUNT       PIC S9(13)V99.
               10  WS-BRK-VALUE-DATE   PIC 9(8).
               10  WS-BRK-STATE        PIC X(1).
                   88  WS-BRK-OPEN     VALUE 'O'.
       01  WS-SUSPENSE-WORK.
           05  WS-SUSP-SIDE            PIC X(1).
           05  WS-SUSP-REFERENCE       PIC X(16).
           05  WS-SUSP-VALUE-DATE      PIC 9(8).
           05  WS-SUSP-AMOUNT          PIC S9(13)V99.
           05  WS-SUSP-REASON          PIC X(4).
       01  WS-BALANCES.
           05  WS-STMT-OPENING         PIC S9(13)V99 VALUE 0.
           05  WS-STMT-CLOSING         PIC S9(13)V99 VALUE 0.
           05  WS-BOOK-OPENING         PIC S9(13)V99 VALUE 0.
           05  WS-GL-MOVEMENT          PIC S9(13)V99 VALUE 0.
           05  WS-OPEN-EFFECT          PIC S9(13)V99 VALUE 0.
       01  WS-COUNTS.
           05  WS-STMT-COUNT           PIC 9(7) VALUE 0.
           05  WS-RELEASED-COUNT       PIC 9(7) VALUE 0.
           05  WS-CARRIED-COUNT        PIC 9(7) VALUE 0.
           05  WS-MATCHED-COUNT        PIC 9(7) VALUE 0.
           05  WS-BREAK-COUNT          PIC 9(7) VALUE 0.
           05  WS-WE-SENT-COUNT        PIC 9(7) VALUE 0.
           05  WS-THEY-BOOKED-COUNT    PIC 9(7) VALUE 0.
           05  WS-SUSPENSE-COUNT       PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 0100-READ-RECON-PARM
           PERFORM 0200-READ-PRIOR-PROOF
           PERFORM 1000-CARRY-OPEN-ITEMS
           PERFORM 1200-LOAD-RELEASED-WIRES
           PERFORM 1300-LOAD-STATEMENT
           PERFORM 1400-TOTAL-CASH-MOVEMENT
           OPEN OUTPUT REPORT-FILE SUSPENSE-FILE OPEN-OUT-FILE
           PERFORM VARYING WS-ENT-INDEX FROM 1 BY 1
               UNTIL WS-ENT-INDEX > WS-ENT-COUNT
               PERFORM 2000-MATCH-ENTRY
           END-PERFORM
           PERFORM 3000-CARRY-WIRES
           PERFORM 3100-CARRY-ENTRIES
           PERFORM 3200-CARRY-BREAKS
           CLOSE REPORT-FILE SUSPENSE-FILE OPEN-OUT-FILE
           PERFORM 4000-PROVE-BALANCE
           DISPLAY "NOSTRECN: STATEMENT=" WS-STMT-COUNT
                   " RELEASED=" WS-RELEASED-COUNT
                   " CARRIED=" WS-CARRIED-COUNT
                   " MATCHED=" WS-MATCHED-COUNT
                   " BREAKS=" WS-BREAK-COUNT
                   " WE-SENT=" WS-WE-SENT-COUNT
                   " THEY-BOOKED=" WS-THEY-BOOKED-COUNT
                   " SUSPENSE=" WS-SUSPENSE-COUNT
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
           END-IF
           MOVE WS-TODAY TO WS-STATEMENT-DATE.

       0100-READ-RECON-PARM.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END INITIALIZE NOSTRO-RECON-PARM
           END-READ
           CLOSE PARM-FILE
           MOVE NRP-BOOK-OPENING TO WS-BOOK-OPENING.

      * Once the reconciliation has run, the book balance it proved
      * yesterday is today's opening and only journal lines after
      * that statement date are new movement.
       0200-READ-PRIOR-PROOF.
           OPEN INPUT PRIOR-PROOF-FILE
           IF WS-PRIOR-STATUS = "00"
               READ PRIOR-PROOF-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE NPP-BOOK-CLOSING TO WS-BOOK-OPENING
                       MOVE NPP-STATEMENT-DATE TO WS-PRIOR-DATE
               END-READ
               CLOSE PRIOR-PROOF-FILE
           END-IF.

       1000-CARRY-OPEN-ITEMS.
           OPEN INPUT OPEN-IN-FILE
           PERFORM 1100-READ-OPEN-ITEM
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-CARRIED-COUNT
               EVALUATE TRUE
                   WHEN NOP-OUR-WIRE
                       AND WS-WIRE-COUNT < 5000
                       ADD 1 TO WS-WIRE-COUNT
                       MOVE NOP-REFERENCE
                           TO WS-WIRE-REFERENCE (WS-WIRE-COUNT)
                       MOVE NOP-OTHER-REFERENCE
                           TO WS-WIRE-TRANS-ID (WS-WIRE-COUNT)
                       MOVE NOP-ITEM-AMOUNT
                           TO WS-WIRE-AMOUNT (WS-WIRE-COUNT)
                       MOVE NOP-VALUE-DATE
                           TO WS-WIRE-VALUE-DATE (WS-WIRE-COUNT)
                       MOVE 'O' TO WS-WIRE-STATE (WS-WIRE-COUNT)
                   WHEN NOP-THEIR-ENTRY
                       AND WS-ENT-COUNT < 5000
                       ADD 1 TO WS-ENT-COUNT
                       MOVE NOP-REFERENCE
                           TO WS-ENT-OUR-REF (WS-ENT-COUNT)
                       MOVE NOP-OTHER-REFERENCE
                           TO WS-ENT-BANK-REF (WS-ENT-COUNT)
                       MOVE NOP-DEBIT-CREDIT
                           TO WS-ENT-DEBIT-CREDIT (WS-ENT-COUNT)
                       MOVE NOP-ITEM-AMOUNT
                           TO WS-ENT-AMOUNT (WS-ENT-COUNT)
                       MOVE NOP-VALUE-DATE
                           TO WS-ENT-VALUE-DATE (WS-ENT-COUNT)
                       MOVE 'O' TO WS-ENT-STATE (WS-ENT-COUNT)
                   WHEN NOP-AMOUNT-BREAK
                       AND WS-BRK-COUNT < 1000
                       ADD 1 TO WS-BRK-COUNT
                       MOVE NOP-REFERENCE
                           TO WS-BRK-REFERENCE (WS-BRK-COUNT)
                       MOVE NOP-OTHER-REFERENCE
                           TO WS-BRK-OTHER-REF (WS-BRK-COUNT)
                       MOVE NOP-AMOUNT TO WS-BRK-AMOUNT (WS-BRK-COUNT)
                       MOVE NOP-VALUE-DATE
                           TO WS-BRK-VALUE-DATE (WS-BRK-COUNT)
                       MOVE 'O' TO WS-BRK-STATE (WS-BRK-COUNT)
               END-EVALUATE
               PERFORM 1100-READ-OPEN-ITEM
           END-PERFORM
           CLOSE OPEN-IN-FILE
           MOVE 'N' TO WS-EOF.

       1100-READ-OPEN-ITEM.
           READ OPEN-IN-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1200-LOAD-RELEASED-WIRES.
           OPEN INPUT WIRE-FILE
           PERFORM 1210-READ-WIRE
           PERFORM UNTIL END-OF-FILE
               IF WIRE-TRANS-TYPE AND WS-WIRE-COUNT < 5000
                   ADD 1 TO WS-WIRE-COUNT
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE REFERENCE-NUM
                       TO WS-WIRE-REFERENCE (WS-WIRE-COUNT)
                   MOVE TRANS-ID TO WS-WIRE-TRANS-ID (WS-WIRE-COUNT)
                   IF TRANSFER-AMOUNT < 0
                       COMPUTE WS-WIRE-AMOUNT (WS-WIRE-COUNT) =
                           0 - TRANSFER-AMOUNT
                   ELSE
                       MOVE TRANSFER-AMOUNT
                           TO WS-WIRE-AMOUNT (WS-WIRE-COUNT)
                   END-IF
                   MOVE WS-TODAY TO WS-WIRE-VALUE-DATE (WS-WIRE-COUNT)
                   MOVE 'O' TO WS-WIRE-STATE (WS-WIRE-COUNT)
               END-IF
               PERFORM 1210-READ-WIRE
           END-PERFORM
           CLOSE WIRE-FILE
           MOVE 'N' TO WS-EOF.

       1210-READ-WIRE.
           READ WIRE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      * Only our nostro account's statement is worked; the balance
      * records bracket the entries.
       1300-LOAD-STATEMENT.
           OPEN INPUT STATEMENT-FILE
           PERFORM 1310-READ-STATEMENT
           PERFORM UNTIL END-OF-FILE
               IF NSE-NOSTRO-ACCOUNT = NRP-NOSTRO-ACCOUNT
                   EVALUATE TRUE
                       WHEN NSE-OPENING-BALANCE
                           MOVE NSE-BALANCE TO WS-STMT-OPENING
                           MOVE NSE-STATEMENT-DATE
                               TO WS-STATEMENT-DATE
                       WHEN NSE-CLOSING-BALANCE
                           MOVE NSE-BALANCE TO WS-STMT-CLOSING
                       WHEN NSE-ENTRY AND WS-ENT-COUNT < 5000
                           ADD 1 TO WS-STMT-COUNT
                           ADD 1 TO WS-ENT-COUNT
                           MOVE NSE-OUR-REFERENCE
                               TO WS-ENT-OUR-REF (WS-ENT-COUNT)
                           MOVE NSE-BANK-REFERENCE
                               TO WS-ENT-BANK-REF (WS-ENT-COUNT)
                           MOVE NSE-DEBIT-CREDIT
                               TO WS-ENT-DEBIT-CREDIT (WS-ENT-COUNT)
                           MOVE NSE-AMOUNT
                               TO WS-ENT-AMOUNT (WS-ENT-COUNT)
                           MOVE NSE-VALUE-DATE
                               TO WS-ENT-VALUE-DATE (WS-ENT-COUNT)
                           MOVE 'O' TO WS-ENT-STATE (WS-ENT-COUNT)
                   END-EVALUATE
               END-IF
               PERFORM 1310-READ-STATEMENT
           END-PERFORM
           CLOSE STATEMENT-FILE
           MOVE 'N' TO WS-EOF.

       1310-READ-STATEMENT.
           READ STATEMENT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      * The nostro is an asset on our books: a debit to the cash
      * account raises it, a credit lowers it.
       1400-TOTAL-CASH-MOVEMENT.
           OPEN INPUT JOURNAL-FILE
           PERFORM 1410-READ-JOURNAL
           PERFORM UNTIL END-OF-FILE
               IF GLJ-GL-ACCOUNT = NRP-CASH-GL-ACCOUNT
                       AND GLJ-JOURNAL-DATE > WS-PRIOR-DATE
                       AND GLJ-JOURNAL-DATE <= WS-STATEMENT-DATE
                   IF GLJ-DEBIT
                       ADD GLJ-AMOUNT TO WS-GL-MOVEMENT
                   ELSE
                       SUBTRACT GLJ-AMOUNT FROM WS-GL-MOVEMENT
                   END-IF
               END-IF
               PERFORM 1410-READ-JOURNAL
           END-PERFORM
           CLOSE JOURNAL-FILE
           MOVE 'N' TO WS-EOF.

       1410-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      * A debit is looked for among the open wires by our reference;
      * anything still open is tried against an outstanding amount
      * break, since the correspondent's correction of a break comes
      * back under the original reference.
       2000-MATCH-ENTRY.
           IF WS-ENT-OPEN (WS-ENT-INDEX)
               IF WS-ENT-DEBIT (WS-ENT-INDEX)
                       AND WS-ENT-OUR-REF (WS-ENT-INDEX) NOT = SPACES
                   PERFORM 2100-FIND-WIRE
                   IF WS-ITEM-FOUND
                       PERFORM 2200-SETTLE-WIRE
                   END-IF
               END-IF
           END-IF
           IF WS-ENT-OPEN (WS-ENT-INDEX)
                   AND WS-ENT-OUR-REF (WS-ENT-INDEX) NOT = SPACES
               PERFORM 2300-FIND-BREAK
               IF WS-ITEM-FOUND
                   PERFORM 2400-CLEAR-BREAK
               END-IF
           END-IF.

       2100-FIND-WIRE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-WIRE-INDEX FROM 1 BY 1
               UNTIL WS-WIRE-INDEX > WS-WIRE-COUNT
                   OR WS-ITEM-FOUND
               IF WS-WIRE-OPEN (WS-WIRE-INDEX)
                   AND WS-WIRE-REFERENCE (WS-WIRE-INDEX) =
                       WS-ENT-OUR-REF (WS-ENT-INDEX)
                   SET WS-ITEM-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ITEM-FOUND
               SUBTRACT 1 FROM WS-WIRE-INDEX
           END-IF.

      * Same reference, amount and value date is a match. A differing
      * amount is an amount break whose difference stays open until
      * corrected; a differing value date alone is reported as a
      * break but leaves nothing to carry.
       2200-SETTLE-WIRE.
           INITIALIZE NOSTRO-RECON-LINE
           MOVE WS-WIRE-REFERENCE (WS-WIRE-INDEX) TO NRL-REFERENCE
           MOVE WS-ENT-BANK-REF (WS-ENT-INDEX) TO NRL-OTHER-REFERENCE
           MOVE WS-WIRE-AMOUNT (WS-WIRE-INDEX) TO NRL-OUR-AMOUNT
           MOVE WS-ENT-AMOUNT (WS-ENT-INDEX) TO NRL-THEIR-AMOUNT
           COMPUTE NRL-DIFFERENCE =
               WS-WIRE-AMOUNT (WS-WIRE-INDEX)
               - WS-ENT-AMOUNT (WS-ENT-INDEX)
           MOVE WS-WIRE-VALUE-DATE (WS-WIRE-INDEX)
               TO NRL-OUR-VALUE-DATE
           MOVE WS-ENT-VALUE-DATE (WS-ENT-INDEX)
               TO NRL-THEIR-VALUE-DATE
           EVALUATE TRUE
               WHEN NRL-DIFFERENCE NOT = 0
                   SET NRL-AMOUNT-BREAK TO TRUE
                   SET NRL-AMOUNT-DIFFERS TO TRUE
                   ADD 1 TO WS-BREAK-COUNT
                   IF WS-BRK-COUNT < 1000
                       ADD 1 TO WS-BRK-COUNT
                       MOVE NRL-REFERENCE
                           TO WS-BRK-REFERENCE (WS-BRK-COUNT)
                       MOVE NRL-OTHER-REFERENCE
                           TO WS-BRK-OTHER-REF (WS-BRK-COUNT)
                       MOVE NRL-DIFFERENCE
                           TO WS-BRK-AMOUNT (WS-BRK-COUNT)
                       MOVE NRL-THEIR-VALUE-DATE
                           TO WS-BRK-VALUE-DATE (WS-BRK-COUNT)
                       MOVE 'O' TO WS-BRK-STATE (WS-BRK-COUNT)
                   END-IF
               WHEN NRL-OUR-VALUE-DATE NOT = NRL-THEIR-VALUE-DATE
                   SET NRL-AMOUNT-BREAK TO TRUE
                   SET NRL-DATE-DIFFERS TO TRUE
                   ADD 1 TO WS-BREAK-COUNT
               WHEN OTHER
                   SET NRL-MATCHED TO TRUE
                   ADD 1 TO WS-MATCHED-COUNT
           END-EVALUATE
           WRITE NOSTRO-RECON-LINE
           MOVE 'M' TO WS-WIRE-STATE (WS-WIRE-INDEX)
           MOVE 'M' TO WS-ENT-STATE (WS-ENT-INDEX)
           MOVE 'W' TO WS-SUSP-SIDE
           MOVE WS-WIRE-REFERENCE (WS-WIRE-INDEX) TO WS-SUSP-REFERENCE
           MOVE WS-WIRE-VALUE-DATE (WS-WIRE-INDEX)
               TO WS-SUSP-VALUE-DATE
           MOVE WS-WIRE-AMOUNT (WS-WIRE-INDEX) TO WS-SUSP-AMOUNT
           MOVE 'NOSD' TO WS-SUSP-REASON
           MOVE 'C' TO SSW-ACTION-CODE
           PERFORM 5000-WRITE-SUSPENSE-WRAPPER
           PERFORM 2500-SET-ENTRY-SUSPENSE
           MOVE 'C' TO SSW-ACTION-CODE
           PERFORM 5000-WRITE-SUSPENSE-WRAPPER.

       2300-FIND-BREAK.
           MOVE 'N' TO WS-FOUND
           PERFORM 2600-SET-ENTRY-EFFECT
           PERFORM VARYING WS-BRK-INDEX FROM 1 BY 1
               UNTIL WS-BRK-INDEX > WS-BRK-COUNT
                   OR WS-ITEM-FOUND
               IF WS-BRK-OPEN (WS-BRK-INDEX)
                   AND WS-BRK-REFERENCE (WS-BRK-INDEX) =
                       WS-ENT-OUR-REF (WS-ENT-INDEX)
                   AND WS-BRK-AMOUNT (WS-BRK-INDEX) =
                       0 - WS-ENTRY-EFFECT
                   SET WS-ITEM-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ITEM-FOUND
               SUBTRACT 1 FROM WS-BRK-INDEX
           END-IF.

       2400-CLEAR-BREAK.
           INITIALIZE NOSTRO-RECON-LINE
           SET NRL-MATCHED TO TRUE
           MOVE WS-BRK-REFERENCE (WS-BRK-INDEX) TO NRL-REFERENCE
           MOVE WS-ENT-BANK-REF (WS-ENT-INDEX) TO NRL-OTHER-REFERENCE
           MOVE WS-ENT-AMOUNT (WS-ENT-INDEX) TO NRL-THEIR-AMOUNT
           MOVE WS-BRK-AMOUNT (WS-BRK-INDEX) TO NRL-DIFFERENCE
           MOVE WS-BRK-VALUE-DATE (WS-BRK-INDEX) TO NRL-OUR-VALUE-DATE
           MOVE WS-ENT-VALUE-DATE (WS-ENT-INDEX)
               TO NRL-THEIR-VALUE-DATE
           WRITE NOSTRO-RECON-LINE
           ADD 1 TO WS-MATCHED-COUNT
           MOVE 'M' TO WS-BRK-STATE (WS-BRK-INDEX)
           MOVE 'M' TO WS-ENT-STATE (WS-ENT-INDEX)
           MOVE 'B' TO WS-SUSP-SIDE
           MOVE WS-BRK-REFERENCE (WS-BRK-INDEX) TO WS-SUSP-REFERENCE
           MOVE WS-BRK-VALUE-DATE (WS-BRK-INDEX) TO WS-SUSP-VALUE-DATE
           MOVE WS-BRK-AMOUNT (WS-BRK-INDEX) TO WS-SUSP-AMOUNT
           MOVE 'AMTB' TO WS-SUSP-REASON
           MOVE 'C' TO SSW-ACTION-CODE
           PERFORM 5000-WRITE-SUSPENSE-WRAPPER
           PERFORM 2500-SET-ENTRY-SUSPENSE
           MOVE 'C' TO SSW-ACTION-CODE
           PERFORM 5000-WRITE-SUSPENSE-WRAPPER.

      * A statement entry is keyed in suspense by our reference, or
      * the correspondent's where it quoted none of ours.
       2500-SET-ENTRY-SUSPENSE.
           PERFORM 2600-SET-ENTRY-EFFECT
           MOVE 'S' TO WS-SUSP-SIDE
           IF WS-ENT-OUR-REF (WS-ENT-INDEX) = SPACES
               MOVE WS-ENT-BANK-REF (WS-ENT-INDEX) TO WS-SUSP-REFERENCE
           ELSE
               MOVE WS-ENT-OUR-REF (WS-ENT-INDEX) TO WS-SUSP-REFERENCE
           END-IF
           MOVE WS-ENT-VALUE-DATE (WS-ENT-INDEX) TO WS-SUSP-VALUE-DATE
           MOVE WS-ENTRY-EFFECT TO WS-SUSP-AMOUNT
           MOVE 'NOBK' TO WS-SUSP-REASON.

      * An entry's effect on the statement balance against our book:
      * a debit we have not booked leaves the statement lower, a
      * credit higher.
       2600-SET-ENTRY-EFFECT.
           IF WS-ENT-DEBIT (WS-ENT-INDEX)
               COMPUTE WS-ENTRY-EFFECT =
                   0 - WS-ENT-AMOUNT (WS-ENT-INDEX)
           ELSE
               MOVE WS-ENT-AMOUNT (WS-ENT-INDEX) TO WS-ENTRY-EFFECT
           END-IF.

      * A wire the correspondent has not debited leaves the statement
      * higher than our book by its amount.
       3000-CARRY-WIRES.
           PERFORM VARYING WS-WIRE-INDEX FROM 1 BY 1
               UNTIL WS-WIRE-INDEX > WS-WIRE-COUNT
               IF WS-WIRE-OPEN (WS-WIRE-INDEX)
                   INITIALIZE NOSTRO-OPEN-ITEM-RECORD
                   SET NOI-OUR-WIRE TO TRUE
                   MOVE WS-WIRE-REFERENCE (WS-WIRE-INDEX)
                       TO NOI-REFERENCE
                   MOVE WS-WIRE-TRANS-ID (WS-WIRE-INDEX)
                       TO NOI-OTHER-REFERENCE
                   MOVE 'D' TO NOI-DEBIT-CREDIT
                   MOVE WS-WIRE-AMOUNT (WS-WIRE-INDEX)
                       TO NOI-ITEM-AMOUNT NOI-AMOUNT
                   MOVE WS-WIRE-VALUE-DATE (WS-WIRE-INDEX)
                       TO NOI-VALUE-DATE
                   PERFORM 3500-WRITE-OPEN-ITEM
                   ADD 1 TO WS-WE-SENT-COUNT
                   MOVE 'W' TO WS-SUSP-SIDE
                   MOVE 'NOSD' TO WS-SUSP-REASON
                   PERFORM 3600-AGE-OPEN-ITEM
               END-IF
           END-PERFORM.

       3100-CARRY-ENTRIES.
           PERFORM VARYING WS-ENT-INDEX FROM 1 BY 1
               UNTIL WS-ENT-INDEX > WS-ENT-COUNT
               IF WS-ENT-OPEN (WS-ENT-INDEX)
                   PERFORM 2600-SET-ENTRY-EFFECT
                   INITIALIZE NOSTRO-OPEN-ITEM-RECORD
                   SET NOI-THEIR-ENTRY TO TRUE
                   MOVE WS-ENT-OUR-REF (WS-ENT-INDEX) TO NOI-REFERENCE
                   MOVE WS-ENT-BANK-REF (WS-ENT-INDEX)
                       TO NOI-OTHER-REFERENCE
                   MOVE WS-ENT-DEBIT-CREDIT (WS-ENT-INDEX)
                       TO NOI-DEBIT-CREDIT
                   MOVE WS-ENT-AMOUNT (WS-ENT-INDEX) TO NOI-ITEM-AMOUNT
                   MOVE WS-ENTRY-EFFECT TO NOI-AMOUNT
                   MOVE WS-ENT-VALUE-DATE (WS-ENT-INDEX)
                       TO NOI-VALUE-DATE
                   PERFORM 3500-WRITE-OPEN-ITEM
                   ADD 1 TO WS-THEY-BOOKED-COUNT
                   PERFORM 2500-SET-ENTRY-SUSPENSE
                   PERFORM 3600-AGE-OPEN-ITEM
               END-IF
           END-PERFORM.

       3200-CARRY-BREAKS.
           PERFORM VARYING WS-BRK-INDEX FROM 1 BY 1
               UNTIL WS-BRK-INDEX > WS-BRK-COUNT
               IF WS-BRK-OPEN (WS-BRK-INDEX)
                   INITIALIZE NOSTRO-OPEN-ITEM-RECORD
                   SET NOI-AMOUNT-BREAK TO TRUE
                   MOVE WS-BRK-REFERENCE (WS-BRK-INDEX)
                       TO NOI-REFERENCE
                   MOVE WS-BRK-OTHER-REF (WS-BRK-INDEX)
                       TO NOI-OTHER-REFERENCE
                   MOVE WS-BRK-AMOUNT (WS-BRK-INDEX)
                       TO NOI-ITEM-AMOUNT NOI-AMOUNT
                   MOVE WS-BRK-VALUE-DATE (WS-BRK-INDEX)
                       TO NOI-VALUE-DATE
                   PERFORM 3500-WRITE-OPEN-ITEM
                   MOVE 'B' TO WS-SUSP-SIDE
                   MOVE 'AMTB' TO WS-SUSP-REASON
                   PERFORM 3600-AGE-OPEN-ITEM
               END-IF
           END-PERFORM.

       3500-WRITE-OPEN-ITEM.
           WRITE NOSTRO-OPEN-ITEM-RECORD
           ADD NOI-AMOUNT TO WS-OPEN-EFFECT.

      * Every open item is reported with its age; one that has stood
      * open for the suspense limit is wrapped for SUSPLOAD, which
      * ignores the repeat once the item is parked.
       3600-AGE-OPEN-ITEM.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-STATEMENT-DATE)
               - FUNCTION INTEGER-OF-DATE (NOI-VALUE-DATE)
           INITIALIZE NOSTRO-RECON-LINE
           EVALUATE TRUE
               WHEN NOI-OUR-WIRE
                   SET NRL-WE-SENT TO TRUE
                   MOVE NOI-ITEM-AMOUNT TO NRL-OUR-AMOUNT
                   MOVE NOI-VALUE-DATE TO NRL-OUR-VALUE-DATE
               WHEN NOI-THEIR-ENTRY
                   SET NRL-THEY-BOOKED TO TRUE
                   MOVE NOI-ITEM-AMOUNT TO NRL-THEIR-AMOUNT
                   MOVE NOI-VALUE-DATE TO NRL-THEIR-VALUE-DATE
               WHEN OTHER
                   SET NRL-AMOUNT-BREAK TO TRUE
                   SET NRL-AMOUNT-DIFFERS TO TRUE
                   MOVE NOI-VALUE-DATE TO NRL-THEIR-VALUE-DATE
           END-EVALUATE
           MOVE NOI-REFERENCE TO NRL-REFERENCE
           MOVE NOI-OTHER-REFERENCE TO NRL-OTHER-REFERENCE
           MOVE NOI-AMOUNT TO NRL-DIFFERENCE
           MOVE WS-AGE-DAYS TO NRL-AGE-DAYS
           WRITE NOSTRO-RECON-LINE
           IF WS-AGE-DAYS >= WS-SUSPENSE-DAYS
               IF NOI-THEIR-ENTRY
                   CONTINUE
               ELSE
                   MOVE NOI-REFERENCE TO WS-SUSP-REFERENCE
                   MOVE NOI-VALUE-DATE TO WS-SUSP-VALUE-DATE
                   MOVE NOI-AMOUNT TO WS-SUSP-AMOUNT
               END-IF
               MOVE 'E' TO SSW-ACTION-CODE
               PERFORM 5000-WRITE-SUSPENSE-WRAPPER
               ADD 1 TO WS-SUSPENSE-COUNT
           END-IF.

      * Book closing plus the open items' effect must land on the
      * correspondent's closing balance to the cent.
       4000-PROVE-BALANCE.
           INITIALIZE NOSTRO-BALANCE-PROOF-LINE
           MOVE NRP-NOSTRO-ACCOUNT TO NBP-NOSTRO-ACCOUNT
           MOVE WS-STATEMENT-DATE TO NBP-STATEMENT-DATE
           MOVE WS-STMT-OPENING TO NBP-STMT-OPENING
           MOVE WS-STMT-CLOSING TO NBP-STMT-CLOSING
           MOVE NRP-CASH-GL-ACCOUNT TO NBP-CASH-GL-ACCOUNT
           MOVE WS-BOOK-OPENING TO NBP-BOOK-OPENING
           MOVE WS-GL-MOVEMENT TO NBP-GL-MOVEMENT
           COMPUTE NBP-BOOK-CLOSING = WS-BOOK-OPENING + WS-GL-MOVEMENT
           MOVE WS-OPEN-EFFECT TO NBP-OPEN-ITEMS
           COMPUTE NBP-DIFFERENCE =
               WS-STMT-CLOSING - NBP-BOOK-CLOSING - WS-OPEN-EFFECT
           IF NBP-DIFFERENCE = 0
               SET NBP-PROVEN TO TRUE
           ELSE
               SET NBP-BROKEN TO TRUE
           END-IF
           OPEN OUTPUT PROOF-FILE
           WRITE NOSTRO-BALANCE-PROOF-LINE
           CLOSE PROOF-FILE
           DISPLAY "NOSTRECN: STMT-CLOSING=" NBP-STMT-CLOSING
                   " BOOK-CLOSING=" NBP-BOOK-CLOSING
                   " OPEN-ITEMS=" NBP-OPEN-ITEMS
                   " DIFFERENCE=" NBP-DIFFERENCE
                   " PROVEN=" NBP-PROOF-FLAG.

      * SUSPLOAD parks entries not already open and only honors
      * clears for items it holds, so wrappers repeat harmlessly
      * across runs.
       5000-WRITE-SUSPENSE-WRAPPER.
           MOVE "NOSTRECN" TO SSW-SOURCE-PROGRAM
           MOVE SPACES TO SSW-ITEM-KEY
           MOVE WS-SUSP-SIDE TO SSW-ITEM-KEY (1:1)
           MOVE WS-SUSP-REFERENCE TO SSW-ITEM-KEY (2:16)
           MOVE WS-SUSP-VALUE-DATE TO SSW-ITEM-KEY (18:8)
           MOVE WS-SUSP-REASON TO SSW-REASON-CODE
           MOVE 'WIR' TO SSW-TRANSACTION-TYPE
           MOVE 0 TO SSW-BRANCH-CODE
           MOVE WS-SUSP-AMOUNT TO SSW-AMOUNT
           MOVE WS-SUSP-VALUE-DATE TO SSW-RAISED-DATE
           MOVE SPACES TO SSW-DETAIL
           STRING "NOSTRO " NRP-NOSTRO-ACCOUNT " ITEM "
               WS-SUSP-REFERENCE
               DELIMITED BY SIZE INTO SSW-DETAIL
           END-STRING
           WRITE SUSPENSE-WRAPPER-RECORD.
