      *> way CUSTMNT maintains customers: an add must be a new
      *> vendor with a name, a change must hit an existing one, and
      *> every applied transaction lands on the audit trail with
      *> the operator who keyed it. The payment method is A (ACH),
      *> C or blank (check); an ACH payment method needs the
      *> vendor's routing and account. Anything else rejects.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDMNT.

               NOT INVALID KEY SET WS-VENDOR-EXISTS TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN (VMT-ADD OR VMT-CHANGE)
                       AND VMT-PAYMENT-METHOD NOT = 'A'
                       AND VMT-PAYMENT-METHOD NOT = 'C'
                       AND VMT-PAYMENT-METHOD NOT = SPACE
                   PERFORM 9000-WRITE-REJECT
               WHEN (VMT-ADD OR VMT-CHANGE)
                       AND VMT-PAYMENT-METHOD = 'A'
                       AND (VMT-BANK-ROUTING = SPACES
                           OR VMT-BANK-ACCOUNT = SPACES)
                   PERFORM 9000-WRITE-REJECT
               WHEN VMT-ADD AND NOT WS-VENDOR-EXISTS
                       AND VMT-VENDOR-NAME NOT = SPACES
                   PERFORM 2100-ADD-VENDOR
                   MOVE VMT-VENDOR-NAME TO VND-VENDOR-NAME
                   MOVE VMT-LEAD-TIME-DAYS TO VND-LEAD-TIME-DAYS
                   MOVE VMT-EFFECTIVE-DATE TO VND-EFFECTIVE-DATE
                   PERFORM 2200-MOVE-PAYMENT-DETAILS
                   REWRITE VENDOR-MASTER-RECORD
                   PERFORM 2900-WRITE-AUDIT
                   ADD 1 TO WS-CHANGED-COUNT
           SET VND-STATUS-ACTIVE TO TRUE
           MOVE VMT-LEAD-TIME-DAYS TO VND-LEAD-TIME-DAYS
           MOVE VMT-EFFECTIVE-DATE TO VND-EFFECTIVE-DATE
           PERFORM 2200-MOVE-PAYMENT-DETAILS
           WRITE VENDOR-MASTER-RECORD
           PERFORM 2900-WRITE-AUDIT
           ADD 1 TO WS-ADDED-COUNT.

       2200-MOVE-PAYMENT-DETAILS.
           MOVE VMT-PAYMENT-TERMS-DAYS TO VND-PAYMENT-TERMS-DAYS
           MOVE VMT-PAYMENT-METHOD     TO VND-PAYMENT-METHOD
           MOVE VMT-REMIT-ADDRESS      TO VND-REMIT-ADDRESS
           MOVE VMT-BANK-ROUTING       TO VND-BANK-ROUTING
           MOVE VMT-BANK-ACCOUNT       TO VND-BANK-ACCOUNT.

       2900-WRITE-AUDIT.
           MOVE VENDOR-MAINT-TRANSACTION TO VENDOR-MAINT-AUDIT
           WRITE VENDOR-MAINT-AUDIT.
