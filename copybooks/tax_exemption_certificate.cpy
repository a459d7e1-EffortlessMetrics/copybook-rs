      *> Tax exemption certificate on file - a customer's resale or
      *> exempt-organisation certificate for one state (blank for a
      *> multistate certificate), honoured for orders dated from the
      *> issue date through the expiry date.
       01  TAX-EXEMPTION-CERTIFICATE.
           05  TXC-CUSTOMER-ID          PIC X(10).
           05  TXC-STATE-CODE           PIC X(2).
           05  TXC-CERTIFICATE-NUMBER   PIC X(20).
           05  TXC-ISSUE-DATE           PIC 9(8).
           05  TXC-EXPIRY-DATE          PIC 9(8).
