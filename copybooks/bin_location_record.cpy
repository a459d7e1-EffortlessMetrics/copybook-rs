      *> Bin-location reference - where each item is slotted in the
      *> warehouse: the picker zone that works it and the location
      *> within the zone (aisle, bay, level) pick lines walk in order.
       01  BIN-LOCATION-RECORD.
           05  BLC-ITEM-CODE            PIC X(5).
           05  BLC-PICK-ZONE            PIC X(2).
           05  BLC-LOCATION.
               10  BLC-AISLE            PIC 9(3).
               10  BLC-BAY              PIC 9(3).
               10  BLC-LEVEL            PIC X(2).
