      *> Chargemaster price row - the standard price, revenue code and
      *> department for a TREATMENT-CODE from its effective date until
      *> the next row for the code takes over. A retired row ends the
      *> code: services on or after its effective date cannot bill.
       01  CHARGEMASTER-RECORD.
           05  CDM-PRICE-KEY.
               10  CDM-TREATMENT-CODE   PIC X(10).
               10  CDM-EFFECTIVE-DATE   PIC 9(8).
           05  CDM-STATUS               PIC X(1).
               88  CDM-ACTIVE           VALUE 'A'.
               88  CDM-RETIRED          VALUE 'R'.
           05  CDM-STANDARD-PRICE       PIC S9(8)V99.
           05  CDM-REVENUE-CODE         PIC X(4).
           05  CDM-DEPARTMENT           PIC X(4).
           05  CDM-DESCRIPTION          PIC X(30).
           05  CDM-MAINT-USER           PIC X(8).
           05  CDM-MAINT-DATE           PIC 9(8).
