      *> Order-line tax detail - one per priced order line, with the
      *> ship-to jurisdiction, the taxable base and the tax levied at
      *> each of the state, county and city levels, and how the line
      *> was treated: taxed, exempt by certificate, non-taxable
      *> product, or no ship-to on file so the channel's tax stood.
      *> The month's detail feeds the tax liability report.
       01  ORDER-TAX-DETAIL-LINE.
           05  OTD-ORDER-ID             PIC X(12).
           05  OTD-LINE-NUMBER          PIC 9(3).
           05  OTD-ORDER-DATE           PIC 9(8).
           05  OTD-CUSTOMER-ID          PIC X(10).
           05  OTD-PRODUCT-CODE         PIC X(12).
           05  OTD-TAX-CATEGORY         PIC X(4).
           05  OTD-STATE-CODE           PIC X(2).
           05  OTD-COUNTY-CODE          PIC X(5).
           05  OTD-CITY-CODE            PIC X(5).
           05  OTD-TAX-TREATMENT        PIC X(1).
               88  OTD-TAXED            VALUE 'T'.
               88  OTD-EXEMPT-CERT      VALUE 'X'.
               88  OTD-NON-TAXABLE      VALUE 'N'.
               88  OTD-NO-JURISDICTION  VALUE 'U'.
           05  OTD-CERTIFICATE-NUMBER   PIC X(20).
           05  OTD-SALE-AMOUNT          PIC 9(8)V99.
           05  OTD-STATE-RATE           PIC 9V9(5).
           05  OTD-COUNTY-RATE          PIC 9V9(5).
           05  OTD-CITY-RATE            PIC 9V9(5).
           05  OTD-STATE-TAX            PIC 9(6)V99.
           05  OTD-COUNTY-TAX           PIC 9(6)V99.
           05  OTD-CITY-TAX             PIC 9(6)V99.
           05  OTD-TAX-AMOUNT           PIC 9(6)V99.
