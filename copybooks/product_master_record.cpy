      *> Product master - the one place the order side's twelve-
      *> character PRODUCT-CODE meets the five-character ITEM-CODE
      *> inventory, allocation, vendor items and purchasing key on.
      *> Each product owns exactly one item code, so nothing
      *> downstream has to guess one from the other. Maintained only
      *> through PRODMNT transactions. A pending product is set up
      *> but not yet released; a discontinued one takes no new orders.
       01  PRODUCT-MASTER-RECORD.
           05  PDM-PRODUCT-CODE         PIC X(12).
           05  PDM-ITEM-CODE            PIC X(5).
           05  PDM-DESCRIPTION          PIC X(40).
           05  PDM-UNIT-OF-MEASURE      PIC X(3).
           05  PDM-PACK-SIZE            PIC 9(5).
           05  PDM-PRODUCT-STATUS       PIC X(1).
               88  PDM-ACTIVE           VALUE 'A'.
               88  PDM-DISCONTINUED     VALUE 'D'.
               88  PDM-PENDING          VALUE 'P'.
           05  PDM-TAX-CATEGORY         PIC X(4).
           05  PDM-TAXABILITY           PIC X(1).
               88  PDM-TAXABLE          VALUE 'T'.
               88  PDM-NON-TAXABLE      VALUE 'N'.
           05  PDM-UNIT-WEIGHT          PIC 9(5)V999.
           05  PDM-EFFECTIVE-DATE       PIC 9(8).
