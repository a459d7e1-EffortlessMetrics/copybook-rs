      * Correspondent nostro statement - the end-of-day statement our
      * correspondent renders for the nostro account we hold with
      * it: an opening balance 'O', one entry 'E' per item it booked
      * (debit or credit, value date, our reference and its own),
      * and a closing balance 'C'. Amounts on entries are unsigned;
      * the balances carry their sign.
       01  NOSTRO-STATEMENT-RECORD.
           05  NSE-RECORD-TYPE     PIC X(1).
               88  NSE-OPENING-BALANCE VALUE 'O'.
               88  NSE-ENTRY           VALUE 'E'.
               88  NSE-CLOSING-BALANCE VALUE 'C'.
           05  NSE-NOSTRO-ACCOUNT  PIC X(20).
           05  NSE-STATEMENT-DATE  PIC 9(8).
           05  NSE-VALUE-DATE      PIC 9(8).
           05  NSE-DEBIT-CREDIT    PIC X(1).
               88  NSE-DEBIT           VALUE 'D'.
               88  NSE-CREDIT          VALUE 'C'.
           05  NSE-AMOUNT          PIC 9(13)V99.
           05  NSE-OUR-REFERENCE   PIC X(16).
           05  NSE-BANK-REFERENCE  PIC X(16).
           05  NSE-BALANCE         PIC S9(13)V99.
