           05  SOT-NEXT-RUN-DATE        PIC 9(8).
           05  SOT-EXPIRY-DATE          PIC 9(8).
           05  SOT-MAINT-USER           PIC X(8).
           05  SOT-COUNTERPARTY-ROUTING PIC X(9).
