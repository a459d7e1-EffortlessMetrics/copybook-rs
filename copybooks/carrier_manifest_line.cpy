      *> Carrier manifest line - one carton handed to a carrier at
      *> end of day. The manifest runs carrier by carrier; each
      *> carrier's section is registered with MANIFGEN under its own
      *> feed ID. A carton no service could deliver by the promised
      *> date went on the fastest one and is marked late.
       01  CARRIER-MANIFEST-LINE.
           05  CML-CARRIER-CODE         PIC X(4).
           05  CML-SERVICE-LEVEL        PIC X(2).
           05  CML-TRACKING-NUM         PIC X(20).
           05  CML-SHIP-DATE            PIC 9(8).
           05  CML-ORDER-ID             PIC 9(8).
           05  CML-CUSTOMER-ID          PIC X(10).
           05  CML-DEST-STATE           PIC X(2).
           05  CML-ZONE                 PIC 9(2).
           05  CML-CARTON-WEIGHT        PIC 9(7)V999.
           05  CML-CHARGE               PIC 9(5)V99.
           05  CML-PROMISED-DATE        PIC 9(8).
           05  CML-DELIVERY-DATE        PIC 9(8).
           05  CML-LATE-FLAG            PIC X(1).
               88  CML-LATE             VALUE 'Y'.
