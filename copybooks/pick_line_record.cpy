      *> Pick-line master - one row per allocated order and item,
      *> planned into a wave by ship date and carrier cut-off and
      *> sequenced by bin location inside its picker zone. Pick and
      *> pack confirmations work the row from open through picked
      *> (or short) to packed; CARRSHIP ships it, stamping the
      *> carrier chosen, the ship date and the tracking number.
       01  PICK-LINE-RECORD.
           05  PKM-PICK-KEY.
               10  PKM-ORDER-ID         PIC 9(8).
               10  PKM-ITEM-CODE        PIC X(5).
           05  PKM-WAVE-ID.
               10  PKM-PLAN-DATE        PIC 9(8).
               10  PKM-WAVE-NUMBER      PIC 9(3).
           05  PKM-SHIP-DATE            PIC 9(8).
           05  PKM-CARRIER-CODE         PIC X(4).
           05  PKM-CUTOFF-TIME          PIC 9(4).
           05  PKM-PICK-ZONE            PIC X(2).
           05  PKM-LOCATION             PIC X(8).
           05  PKM-PICK-SEQUENCE        PIC 9(5).
           05  PKM-ALLOCATED-QTY        PIC 9(5).
           05  PKM-PICKED-QTY           PIC 9(5).
           05  PKM-PICK-STATUS          PIC X(1).
               88  PKM-OPEN             VALUE 'O'.
               88  PKM-PICKED           VALUE 'P'.
               88  PKM-SHORT            VALUE 'S'.
               88  PKM-PACKED           VALUE 'K'.
               88  PKM-SHIPPED          VALUE 'H'.
           05  PKM-PICKER-ID            PIC X(8).
           05  PKM-CONFIRMED-DATE       PIC 9(8).
           05  PKM-TRACKING-NUM         PIC X(20).
