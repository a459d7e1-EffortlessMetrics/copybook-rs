      *> Monthly sales-tax liability line - per taxing jurisdiction
      *> (state, county or city level), the month's gross sales
      *> shipped into it, the part taxed and the part exempt or
      *> non-taxable, and the tax collected for filing. Level '*' is
      *> the grand total.
       01  TAX-LIABILITY-LINE.
           05  TLL-MONTH                PIC 9(6).
           05  TLL-LEVEL                PIC X(1).
               88  TLL-STATE-LEVEL      VALUE 'S'.
               88  TLL-COUNTY-LEVEL     VALUE 'C'.
               88  TLL-CITY-LEVEL       VALUE 'Y'.
               88  TLL-GRAND-TOTAL      VALUE '*'.
           05  TLL-STATE-CODE           PIC X(2).
           05  TLL-COUNTY-CODE          PIC X(5).
           05  TLL-CITY-CODE            PIC X(5).
           05  TLL-LINE-COUNT           PIC 9(7).
           05  TLL-GROSS-SALES          PIC 9(13)V99.
           05  TLL-TAXABLE-SALES        PIC 9(13)V99.
           05  TLL-EXEMPT-SALES         PIC 9(13)V99.
           05  TLL-TAX-COLLECTED        PIC 9(11)V99.
