      *> Product maintenance transaction - add, change or
      *> discontinue against the product master, with the operator
      *> who keyed it. Adds and changes carry the full product
      *> description; a discontinue needs only the product code.
       01  PRODUCT-MAINT-TRANSACTION.
           05  PDX-ACTION-CODE          PIC X(1).
               88  PDX-ADD              VALUE 'A'.
               88  PDX-CHANGE           VALUE 'C'.
               88  PDX-DISCONTINUE      VALUE 'D'.
           05  PDX-PRODUCT-CODE         PIC X(12).
           05  PDX-ITEM-CODE            PIC X(5).
           05  PDX-DESCRIPTION          PIC X(40).
           05  PDX-UNIT-OF-MEASURE      PIC X(3).
           05  PDX-PACK-SIZE            PIC 9(5).
           05  PDX-PRODUCT-STATUS       PIC X(1).
           05  PDX-TAX-CATEGORY         PIC X(4).
           05  PDX-TAXABILITY           PIC X(1).
           05  PDX-UNIT-WEIGHT          PIC 9(5)V999.
           05  PDX-EFFECTIVE-DATE       PIC 9(8).
           05  PDX-MAINT-USER           PIC X(8).
