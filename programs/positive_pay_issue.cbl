      * PPISSUE - Positive-pay issue file generation. Walks the routed
      * check queue PAYCHECK and emits one issue record per check from
      * CHECK-DETAILS (number, date, amount, payee name and address)
      * for transmission to the bank, so a forged or altered check has
      * something to be verified against when it is presented.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPISSUE.

           MOVE CHECK-AMOUNT  TO PPI-CHECK-AMOUNT
           MOVE PAYOR-NAME    TO PPI-PAYOR-NAME
           MOVE PAYEE-NAME    TO PPI-PAYEE-NAME
           MOVE PAYEE-ADDRESS TO PPI-PAYEE-ADDRESS
           WRITE POSITIVE-PAY-ISSUE-RECORD
           ADD 1 TO WS-ISSUE-COUNT.
