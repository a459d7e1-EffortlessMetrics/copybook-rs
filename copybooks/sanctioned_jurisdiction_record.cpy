      *> Sanctioned jurisdiction reference - the countries compliance
      *> bars activity from, one row per ISO country with the
      *> sanctions programme that lists it.
       01  SANCTIONED-JURISDICTION-RECORD.
           05  SJR-COUNTRY-CODE         PIC X(3).
           05  SJR-PROGRAMME-ID         PIC X(8).
