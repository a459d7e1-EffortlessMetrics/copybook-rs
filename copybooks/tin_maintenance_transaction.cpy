      *> TIN maintenance transaction - a signed certification, an
      *> exemption, a missing TIN, an IRS B-notice received, IRS
      *> validation of a TIN named on a second notice, or the B-notice
      *> letter going out. EFFECTIVE-DATE is the certification,
      *> notice or mailing date; zero takes the business date.
       01  TIN-MAINTENANCE-TRANSACTION.
           05  TMT-ACTION-CODE          PIC X(1).
               88  TMT-CERTIFY          VALUE 'C'.
               88  TMT-MISSING          VALUE 'M'.
               88  TMT-EXEMPT           VALUE 'X'.
               88  TMT-BNOTICE          VALUE 'B'.
               88  TMT-IRS-VALIDATED    VALUE 'V'.
               88  TMT-LETTER-SENT      VALUE 'L'.
           05  TMT-CUSTOMER-ID          PIC 9(12).
           05  TMT-EFFECTIVE-DATE       PIC 9(8).
           05  TMT-OPERATOR-ID          PIC X(8).
