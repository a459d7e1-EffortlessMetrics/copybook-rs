      *> Carrier account - one row per contracted carrier: the prefix
      *> its tracking numbers carry and the last sequence we issued
      *> under our account, so every carton's tracking number is
      *> unique to the carrier. CARRSHIP reads the file at the start
      *> of the run and writes it back with the sequences advanced.
       01  CARRIER-ACCOUNT-RECORD.
           05  CAR-CARRIER-CODE         PIC X(4).
           05  CAR-CARRIER-NAME         PIC X(20).
           05  CAR-TRACKING-PREFIX      PIC X(4).
           05  CAR-LAST-TRACKING-SEQ    PIC 9(12).
