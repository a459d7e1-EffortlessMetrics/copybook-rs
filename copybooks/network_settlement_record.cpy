      *> Card network settlement report - what the network actually
      *> moved for the settlement day: a 'D' row per merchant batch it
      *> settled, with the count, gross, interchange it assessed and
      *> the net it paid the merchant, and a 'T' row per network
      *> carrying the network's own totals for the day.
       01  NETWORK-SETTLEMENT-RECORD.
           05  NSR-RECORD-TYPE          PIC X(1).
               88  NSR-MERCHANT-DETAIL  VALUE 'D'.
               88  NSR-NETWORK-TOTAL    VALUE 'T'.
           05  NSR-NETWORK-ID           PIC X(4).
           05  NSR-MERCHANT-ID          PIC X(15).
           05  NSR-SETTLEMENT-DATE      PIC 9(8).
           05  NSR-TRANS-COUNT          PIC 9(7).
           05  NSR-GROSS-AMOUNT         PIC S9(13)V99.
           05  NSR-INTERCHANGE-FEE      PIC S9(11)V99.
           05  NSR-NET-AMOUNT           PIC S9(13)V99.
