      *> IP geolocation vendor feed - the full IPv4 range-to-country
      *> table as the vendor ships it, one dotted-quad range per row
      *> in ascending address order, with the ISO country the range
      *> is registered to.
       01  IP-GEOLOCATION-FEED-RECORD.
           05  IGF-RANGE-START          PIC X(15).
           05  IGF-RANGE-END            PIC X(15).
           05  IGF-COUNTRY-CODE         PIC X(3).
           05  IGF-REGION-NAME          PIC X(30).
