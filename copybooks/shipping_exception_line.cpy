      *> Shipping exception - a packed carton CARRSHIP could not hand
      *> to any carrier, so its lines stay packed for the shipping
      *> desk: the customer has no ship-to on file, no contracted
      *> carrier rates the destination at the carton's weight, or the
      *> day's manifests are full and the carton waits for the next
      *> run.
       01  SHIPPING-EXCEPTION-LINE.
           05  SHX-ORDER-ID             PIC 9(8).
           05  SHX-CUSTOMER-ID          PIC X(10).
           05  SHX-DEST-STATE           PIC X(2).
           05  SHX-CARTON-WEIGHT        PIC 9(7)V999.
           05  SHX-REASON               PIC X(1).
               88  SHX-NO-SHIP-TO       VALUE 'S'.
               88  SHX-NO-RATE          VALUE 'R'.
               88  SHX-MANIFEST-FULL    VALUE 'M'.
           05  SHX-EXCEPTION-DATE       PIC 9(8).
