      *> Customer ship-to reference - the taxing jurisdiction an
      *> ordering customer's goods are delivered into: state, county
      *> and city codes as the tax-rate reference carries them. A
      *> blank county or city means the address sits outside any
      *> county or city that levies its own tax.
       01  CUSTOMER-SHIP-TO-RECORD.
           05  SHT-CUSTOMER-ID          PIC X(10).
           05  SHT-STATE-CODE           PIC X(2).
           05  SHT-COUNTY-CODE          PIC X(5).
           05  SHT-CITY-CODE            PIC X(5).
           05  SHT-POSTAL-CODE          PIC X(10).
