      *> Card status maintenance transaction - issues a card onto the
      *> status master, hot-cards it lost or stolen, reissues it under
      *> a new token, expires it or closes it, with the operator who
      *> keyed it. Reissue carries the successor's token and expiry.
       01  CARD-STATUS-TRANSACTION.
           05  CSX-ACTION-CODE          PIC X(1).
               88  CSX-ISSUE            VALUE 'A'.
               88  CSX-HOT-CARD         VALUE 'H'.
               88  CSX-REISSUE          VALUE 'R'.
               88  CSX-EXPIRE           VALUE 'E'.
               88  CSX-CLOSE            VALUE 'C'.
           05  CSX-TOKEN                PIC X(16).
           05  CSX-NEW-TOKEN            PIC X(16).
           05  CSX-HOT-REASON           PIC X(1).
               88  CSX-REPORTED-LOST    VALUE 'L'.
               88  CSX-REPORTED-STOLEN  VALUE 'S'.
           05  CSX-EXPIRY-DATE          PIC 9(4).
           05  CSX-CUSTOMER-ID          PIC 9(12).
           05  CSX-ACCOUNT-NUMBER       PIC 9(16).
           05  CSX-MAINT-USER           PIC X(8).
