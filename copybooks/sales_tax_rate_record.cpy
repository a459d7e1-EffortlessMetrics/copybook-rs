      *> Sales-tax rate reference - one effective-dated rate per
      *> jurisdiction and product tax category. A state row carries
      *> a blank county and city, a county row a blank city. A blank
      *> tax category is the jurisdiction's general rate; a row for a
      *> specific category overrides it, so a zero-rated category row
      *> makes that category exempt in that jurisdiction. A zero
      *> effective-to date leaves the rate open-ended.
       01  SALES-TAX-RATE-RECORD.
           05  STR-STATE-CODE           PIC X(2).
           05  STR-COUNTY-CODE          PIC X(5).
           05  STR-CITY-CODE            PIC X(5).
           05  STR-TAX-CATEGORY         PIC X(4).
           05  STR-TAX-RATE             PIC 9V9(5).
           05  STR-EFFECTIVE-FROM       PIC 9(8).
           05  STR-EFFECTIVE-TO         PIC 9(8).
