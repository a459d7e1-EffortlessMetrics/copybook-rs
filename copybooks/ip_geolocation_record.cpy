      *> IP geolocation master - the vendor's IPv4 ranges as loaded
      *> by IPGEOLD, keyed on the numeric end of the range so that a
      *> START not-less-than an address lands on the one range that
      *> can hold it; the address is in the range when it is not
      *> below the range start. The dotted ranges are kept as the
      *> vendor sent them.
       01  IP-GEOLOCATION-RECORD.
           05  IPG-RANGE-END-NUMBER     PIC 9(10).
           05  IPG-RANGE-START-NUMBER   PIC 9(10).
           05  IPG-COUNTRY-CODE         PIC X(3).
           05  IPG-REGION-NAME          PIC X(30).
           05  IPG-RANGE-START          PIC X(15).
           05  IPG-RANGE-END            PIC X(15).
           05  IPG-LOADED-DATE          PIC 9(8).
