      * CVV-CODE is zeroed on the stored record. The real PAN and
      * CVV land only in the restricted vault master, and a PAN
      * already vaulted reuses its existing token so the same card
      * always tokenizes the same way. The token's tail carries no
      * check digit, so the Luhn check is run here on the real PAN:
      * every tokenized record is stamped PROCESSED-BY TOKENIZE and
      * one whose PAN failed carries STATUS-CODE CD for BINROUTE to
      * reject. MASKGEN only ever fixed test copies; this closes the
      * production files.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOKENIZE.

       01  WS-NEW-TOKEN-PARTS REDEFINES WS-NEW-TOKEN.
           05  WS-TOKEN-BIN            PIC X(6).
           05  WS-TOKEN-TAIL           PIC 9(10).
       01  WS-LUHN-FIELDS.
           05  WS-LUHN-INDEX           PIC 9(2) COMP.
           05  WS-LUHN-DIGIT           PIC 9(2).
           05  WS-LUHN-DOUBLED         PIC 9(2).
           05  WS-LUHN-SUM             PIC 9(4).
           05  WS-LUHN-POSITION        PIC 9(2) COMP.
           05  WS-LUHN-REMAINDER       PIC 9(4).
           05  WS-CARD-DIGITS          PIC X(16).
       01  WS-VAULT-TABLE.
           05  WS-VLT-ENTRY OCCURS 20000 TIMES.
               10  WS-VLT-PAN          PIC X(16).
           END-READ.

       3000-TOKENIZE-CARD.
           MOVE CARD-NUMBER OF FINANCIAL-TRANSACTION-RECORD
               TO WS-CARD-DIGITS
           PERFORM 3300-LUHN-CHECK
           IF WS-LUHN-REMAINDER NOT = 0
               MOVE "CD"
                   TO STATUS-CODE OF FINANCIAL-TRANSACTION-RECORD
           END-IF
           MOVE "TOKENIZE"
               TO PROCESSED-BY OF FINANCIAL-TRANSACTION-RECORD
           PERFORM 3100-FIND-VAULTED-PAN
           IF WS-PAN-VAULTED
               MOVE WS-VLT-TOKEN (WS-VAULT-INDEX)
           MOVE WS-NEW-TOKEN
               TO CARD-NUMBER OF FINANCIAL-TRANSACTION-RECORD
           ADD 1 TO WS-ISSUED-COUNT.

      * Standard Luhn on the real PAN: doubling every second digit
      * from the right; a total divisible by ten passes.
       3300-LUHN-CHECK.
           MOVE 0 TO WS-LUHN-SUM
           MOVE 0 TO WS-LUHN-POSITION
           PERFORM VARYING WS-LUHN-INDEX FROM 16 BY -1
               UNTIL WS-LUHN-INDEX < 1
               IF WS-CARD-DIGITS (WS-LUHN-INDEX:1) NUMERIC
                   ADD 1 TO WS-LUHN-POSITION
                   MOVE WS-CARD-DIGITS (WS-LUHN-INDEX:1)
                       TO WS-LUHN-DIGIT
                   DIVIDE WS-LUHN-POSITION BY 2
                       GIVING WS-LUHN-DOUBLED
                       REMAINDER WS-LUHN-REMAINDER
                   IF WS-LUHN-REMAINDER = 0
                       COMPUTE WS-LUHN-DOUBLED = WS-LUHN-DIGIT * 2
                       IF WS-LUHN-DOUBLED > 9
                           SUBTRACT 9 FROM WS-LUHN-DOUBLED
                       END-IF
                       ADD WS-LUHN-DOUBLED TO WS-LUHN-SUM
                   ELSE
                       ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
                   END-IF
               END-IF
           END-PERFORM
           DIVIDE WS-LUHN-SUM BY 10
               GIVING WS-LUHN-DOUBLED
               REMAINDER WS-LUHN-REMAINDER.
