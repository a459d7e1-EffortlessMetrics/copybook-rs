      *> ACH return-rate line - one per originator with debit entries
      *> in the measurement window, carrying the unauthorized,
      *> administrative and overall return counts and rates (percent,
      *> two decimals) against the originated debit count, and a flag
      *> for each NACHA threshold the originator is over.
       01  ACH-RETURN-RATE-LINE.
           05  ARR-ORIGIN-ACCOUNT       PIC X(17).
           05  ARR-ORIGIN-NAME          PIC X(22).
           05  ARR-WINDOW-START         PIC 9(8).
           05  ARR-DEBIT-COUNT          PIC 9(7).
           05  ARR-UNAUTH-COUNT         PIC 9(7).
           05  ARR-UNAUTH-RATE          PIC 9(3)V99.
           05  ARR-ADMIN-COUNT          PIC 9(7).
           05  ARR-ADMIN-RATE           PIC 9(3)V99.
           05  ARR-RETURN-COUNT         PIC 9(7).
           05  ARR-RETURN-RATE          PIC 9(3)V99.
           05  ARR-UNAUTH-FLAG          PIC X(1).
               88  ARR-OVER-UNAUTH      VALUE 'Y'.
           05  ARR-ADMIN-FLAG           PIC X(1).
               88  ARR-OVER-ADMIN       VALUE 'Y'.
           05  ARR-RETURN-FLAG          PIC X(1).
               88  ARR-OVER-OVERALL     VALUE 'Y'.
