      *> Card status master - one row per card, keyed by its token,
      *> carrying whether it is still good: active, hot-carded lost
      *> or stolen, replaced by a reissue, expired or closed. A
      *> reissued card links back to its predecessor and forward to
      *> its successor, and inherits the predecessor's customer and
      *> account so disputes and fraud history follow the customer
      *> onto the new card.
       01  CARD-STATUS-RECORD.
           05  CST-TOKEN                PIC X(16).
           05  CST-CARD-STATUS          PIC X(1).
               88  CST-ACTIVE           VALUE 'A'.
               88  CST-LOST             VALUE 'L'.
               88  CST-STOLEN           VALUE 'S'.
               88  CST-REPLACED         VALUE 'R'.
               88  CST-EXPIRED          VALUE 'X'.
               88  CST-CLOSED           VALUE 'C'.
               88  CST-BLOCKED          VALUE 'L' 'S' 'C' 'X'.
           05  CST-STATUS-DATE          PIC 9(8).
           05  CST-EXPIRY-DATE          PIC 9(4).
           05  CST-CUSTOMER-ID          PIC 9(12).
           05  CST-ACCOUNT-NUMBER       PIC 9(16).
           05  CST-PREDECESSOR-TOKEN    PIC X(16).
           05  CST-SUCCESSOR-TOKEN      PIC X(16).
           05  CST-OPENED-DATE          PIC 9(8).
           05  CST-MAINT-USER           PIC X(8).
