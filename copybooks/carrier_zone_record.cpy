      *> Carrier zone reference - the rating zone each carrier puts a
      *> destination state in, counted out from our dock. A state a
      *> carrier has no row for is one it does not serve for us.
       01  CARRIER-ZONE-RECORD.
           05  CZR-CARRIER-CODE         PIC X(4).
           05  CZR-DEST-STATE           PIC X(2).
           05  CZR-ZONE                 PIC 9(2).
