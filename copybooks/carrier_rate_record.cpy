      *> Carrier rate reference - our contracted charge for a carton
      *> by carrier, service level and zone, up to a weight break,
      *> with the service's transit days. A carton rates at every
      *> break it fits under; the cheapest row is the one that
      *> counts.
       01  CARRIER-RATE-RECORD.
           05  CRR-CARRIER-CODE         PIC X(4).
           05  CRR-SERVICE-LEVEL        PIC X(2).
               88  CRR-GROUND           VALUE 'GR'.
               88  CRR-TWO-DAY          VALUE '2D'.
               88  CRR-NEXT-DAY         VALUE 'ND'.
           05  CRR-ZONE                 PIC 9(2).
           05  CRR-MAX-WEIGHT           PIC 9(5)V999.
           05  CRR-CHARGE               PIC 9(5)V99.
           05  CRR-TRANSIT-DAYS         PIC 9(2).
