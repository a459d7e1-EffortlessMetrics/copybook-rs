           MOVE SOT-CURRENCY-CODE     TO SOR-CURRENCY-CODE
           MOVE SOT-FREQUENCY         TO SOR-FREQUENCY
           MOVE SOT-NEXT-RUN-DATE     TO SOR-NEXT-RUN-DATE
           MOVE SOT-EXPIRY-DATE       TO SOR-EXPIRY-DATE
           MOVE SOT-COUNTERPARTY-ROUTING
                                      TO SOR-COUNTERPARTY-ROUTING.

       9000-WRITE-REJECT.
           MOVE STANDING-ORDER-TRANSACTION
