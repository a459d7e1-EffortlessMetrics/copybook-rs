      *> Provider credential - one row per provider, credential type
      *> and issuing state (blank for a board certification): the
      *> credential number and the term it is good for. A renewal
      *> keeps the expiry of the term it replaced, so a gap between
      *> the two terms still shows as a lapse; a revocation ends the
      *> credential on its revocation date. The last notice tier sent
      *> (90, 60, 30, or 0 once expired; 999 none yet) stops the
      *> notice run repeating itself.
       01  PROVIDER-CREDENTIAL-RECORD.
           05  PCR-CREDENTIAL-KEY.
               10  PCR-PROVIDER-ID      PIC X(8).
               10  PCR-CREDENTIAL-TYPE  PIC X(1).
                   88  PCR-STATE-LICENSE        VALUE 'L'.
                   88  PCR-DEA-REGISTRATION     VALUE 'D'.
                   88  PCR-BOARD-CERTIFICATION  VALUE 'B'.
               10  PCR-ISSUING-STATE    PIC X(2).
           05  PCR-CREDENTIAL-NUMBER    PIC X(20).
           05  PCR-ISSUE-DATE           PIC 9(8).
           05  PCR-EXPIRY-DATE          PIC 9(8).
           05  PCR-PRIOR-EXPIRY-DATE    PIC 9(8).
           05  PCR-STATUS               PIC X(1).
               88  PCR-ACTIVE           VALUE 'A'.
               88  PCR-REVOKED          VALUE 'R'.
           05  PCR-LAST-NOTICE-DAYS     PIC 9(3).
           05  PCR-MAINT-USER           PIC X(8).
           05  PCR-MAINT-DATE           PIC 9(8).
