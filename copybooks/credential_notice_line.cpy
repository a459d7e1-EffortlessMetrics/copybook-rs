      *> Credential expiry notice - a credential reaching 90, 60 or
      *> 30 days from expiry, or expired, for medical staff services
      *> to chase the renewal.
       01  CREDENTIAL-NOTICE-LINE.
           05  CRN-PROVIDER-ID          PIC X(8).
           05  CRN-PROVIDER-NAME        PIC X(40).
           05  CRN-CREDENTIAL-TYPE      PIC X(1).
           05  CRN-ISSUING-STATE        PIC X(2).
           05  CRN-CREDENTIAL-NUMBER    PIC X(20).
           05  CRN-EXPIRY-DATE          PIC 9(8).
           05  CRN-DAYS-LEFT            PIC S9(5).
           05  CRN-NOTICE-TIER          PIC 9(3).
               88  CRN-NOTICE-90        VALUE 90.
               88  CRN-NOTICE-60        VALUE 60.
               88  CRN-NOTICE-30        VALUE 30.
               88  CRN-EXPIRED          VALUE 0.
