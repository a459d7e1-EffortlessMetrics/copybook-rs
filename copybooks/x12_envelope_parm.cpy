      *> X12 envelope parameters - the control card the 837 claim
      *> formatter reads: our interchange sender and the
      *> clearinghouse's receiver IDs with their qualifiers, the
      *> submitter name and billing contact, the test/production
      *> usage indicator, and the billing provider's pay-to address
      *> and tax ID (the provider master carries neither).
       01  X12-ENVELOPE-PARM.
           05  XEP-SENDER-QUALIFIER     PIC X(2).
           05  XEP-SENDER-ID            PIC X(15).
           05  XEP-RECEIVER-QUALIFIER   PIC X(2).
           05  XEP-RECEIVER-ID          PIC X(15).
           05  XEP-RECEIVER-NAME        PIC X(35).
           05  XEP-SUBMITTER-NAME       PIC X(35).
           05  XEP-CONTACT-NAME         PIC X(35).
           05  XEP-CONTACT-PHONE        PIC X(10).
           05  XEP-USAGE-INDICATOR      PIC X(1).
               88  XEP-PRODUCTION       VALUE 'P'.
               88  XEP-TEST             VALUE 'T'.
           05  XEP-BILLING-ADDRESS      PIC X(35).
           05  XEP-BILLING-CITY         PIC X(30).
           05  XEP-BILLING-STATE        PIC X(2).
           05  XEP-BILLING-ZIP          PIC X(9).
           05  XEP-BILLING-TAX-ID       PIC X(9).
