      *> Credential gate exception - a treatment line or prescription
      *> attributed to a provider whose license (treatment) or DEA
      *> registration (prescription) was not in force on the service
      *> or prescription date. An expired credential holds the claim;
      *> one never recorded is flagged for medical staff services; a
      *> line held only because its claim is held says so.
       01  CREDENTIAL-EXCEPTION-LINE.
           05  CRX-PATIENT-ID           PIC X(12).
           05  CRX-ADMISSION-DATE       PIC 9(8).
           05  CRX-ITEM-TYPE            PIC X(1).
               88  CRX-TREATMENT-LINE   VALUE 'T'.
               88  CRX-PRESCRIPTION     VALUE 'M'.
           05  CRX-ITEM-NUMBER          PIC 9(3).
           05  CRX-ITEM-CODE            PIC X(12).
           05  CRX-PROVIDER-ID          PIC X(8).
           05  CRX-CREDENTIAL-TYPE      PIC X(1).
           05  CRX-SERVICE-DATE         PIC 9(8).
           05  CRX-INSURANCE-CODE       PIC X(6).
           05  CRX-ACTION               PIC X(1).
               88  CRX-EXPIRED-HELD     VALUE 'E'.
               88  CRX-NOT-ON-FILE      VALUE 'M'.
               88  CRX-HELD-WITH-CLAIM  VALUE 'H'.
