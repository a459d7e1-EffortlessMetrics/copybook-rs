      * BINROUTE - Card BIN validation and network routing. Validates
      * every CARD-PAYMENT the CARDSCRN status screen passed against
      * the BIN reference (longest matching prefix wins) and the Luhn
      * check digit on CARD-NUMBER, then splits output into
      * per-network settlement files. Unknown BINs and failed check
      * digits go to the reject file instead of a settlement queue.
      * A tokenized card (PROCESSED-BY TOKENIZE) carries no check
      * digit of its own; TOKENIZE checked the real PAN and left
      * STATUS-CODE CD on a failure, and the BIN is read from the
      * six digits the token preserves.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BINROUTE.

       FILE-CONTROL.
           SELECT BIN-FILE ASSIGN TO "BINREF"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CARD-FILE ASSIGN TO "PAYCARDS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT VISA-FILE ASSIGN TO "CARDVISA"
               ORGANIZATION IS SEQUENTIAL.
       3000-ROUTE-CARD.
           MOVE CARD-NUMBER OF FINANCIAL-TRANSACTION-RECORD
               TO WS-CARD-DIGITS
           IF PROCESSED-BY OF FINANCIAL-TRANSACTION-RECORD = "TOKENIZE"
               IF STATUS-CODE OF FINANCIAL-TRANSACTION-RECORD = "CD"
                   MOVE 1 TO WS-LUHN-REMAINDER
               ELSE
                   MOVE 0 TO WS-LUHN-REMAINDER
               END-IF
           ELSE
               PERFORM 3100-LUHN-CHECK
           END-IF
           IF WS-LUHN-REMAINDER NOT = 0
               SET CRJ-CHECK-DIGIT TO TRUE
               PERFORM 3900-WRITE-REJECT
