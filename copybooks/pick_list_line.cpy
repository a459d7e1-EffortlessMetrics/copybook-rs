      *> Pick-list line - one stop on a picker's walk: the wave, the
      *> picker zone, the stop's sequence and bin location, and what
      *> to take from it for which order. Lines come out wave by
      *> wave, zone by zone, in location order, so each zone's run of
      *> lines is that picker's list.
       01  PICK-LIST-LINE.
           05  PLL-PLAN-DATE            PIC 9(8).
           05  PLL-WAVE-NUMBER          PIC 9(3).
           05  PLL-SHIP-DATE            PIC 9(8).
           05  PLL-CUTOFF-TIME          PIC 9(4).
           05  PLL-PICK-ZONE            PIC X(2).
           05  PLL-PICK-SEQUENCE        PIC 9(5).
           05  PLL-LOCATION             PIC X(8).
           05  PLL-ITEM-CODE            PIC X(5).
           05  PLL-ORDER-ID             PIC 9(8).
           05  PLL-PICK-QTY             PIC 9(5).
           05  PLL-CARRIER-CODE         PIC X(4).
