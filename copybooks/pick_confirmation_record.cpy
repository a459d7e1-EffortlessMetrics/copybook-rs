      *> Pick confirmation - a picker's report against one pick line:
      *> a pick confirmation carries the quantity actually taken from
      *> the bin (less than allocated is a short pick); a pack
      *> confirmation closes a picked line into packed.
       01  PICK-CONFIRMATION-RECORD.
           05  PCF-CONFIRM-TYPE         PIC X(1).
               88  PCF-PICK             VALUE 'P'.
               88  PCF-PACK             VALUE 'K'.
           05  PCF-ORDER-ID             PIC 9(8).
           05  PCF-ITEM-CODE            PIC X(5).
           05  PCF-PICKED-QTY           PIC 9(5).
           05  PCF-PICKER-ID            PIC X(8).
