      *> Payer EDI profile - how a payer takes its claims: the 837
      *> form (institutional or professional), the payer ID and name
      *> the clearinghouse routes on, and the payer's timely-filing
      *> limit in days from discharge. The '******' row is the default
      *> for payers without their own; a blank payer ID or name sends
      *> the INSURANCE-CODE in its place.
       01  PAYER-EDI-PROFILE-RECORD.
           05  PEP-INSURANCE-CODE       PIC X(6).
           05  PEP-CLAIM-FORM           PIC X(1).
               88  PEP-INSTITUTIONAL    VALUE 'I'.
               88  PEP-PROFESSIONAL     VALUE 'P'.
           05  PEP-PAYER-ID             PIC X(15).
           05  PEP-PAYER-NAME           PIC X(35).
           05  PEP-FILING-LIMIT-DAYS    PIC 9(3).
