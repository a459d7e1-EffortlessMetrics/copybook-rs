      *> TIN certification master - one row per CUSTOMER-ID carrying
      *> where the customer stands on taxpayer-ID certification:
      *> certified, missing, named on a first or second IRS B-notice,
      *> or exempt from backup withholding. A B-notice opens the
      *> letter cycle - the notice letter is owed, then sent, and the
      *> customer has until the response due date to certify before
      *> withholding begins. A second notice inside three years of the
      *> first is cured only by IRS validation of the TIN.
       01  TIN-STATUS-RECORD.
           05  TIN-CUSTOMER-ID          PIC 9(12).
           05  TIN-STATUS               PIC X(1).
               88  TIN-CERTIFIED        VALUE 'C'.
               88  TIN-MISSING          VALUE 'M'.
               88  TIN-FIRST-BNOTICE    VALUE 'B'.
               88  TIN-SECOND-BNOTICE   VALUE 'S'.
               88  TIN-EXEMPT           VALUE 'X'.
               88  TIN-UNDER-BNOTICE    VALUE 'B' 'S'.
           05  TIN-STATUS-DATE          PIC 9(8).
           05  TIN-CERTIFIED-DATE       PIC 9(8).
           05  TIN-BNOTICE-COUNT        PIC 9(2).
           05  TIN-FIRST-NOTICE-DATE    PIC 9(8).
           05  TIN-LAST-NOTICE-DATE     PIC 9(8).
           05  TIN-LETTER-TYPE          PIC X(1).
               88  TIN-FIRST-LETTER     VALUE '1'.
               88  TIN-SECOND-LETTER    VALUE '2'.
           05  TIN-LETTER-STATE         PIC X(1).
               88  TIN-NO-LETTER        VALUE ' '.
               88  TIN-LETTER-OWED      VALUE 'P'.
               88  TIN-LETTER-SENT      VALUE 'S'.
           05  TIN-LETTER-SENT-DATE     PIC 9(8).
           05  TIN-RESPONSE-DUE-DATE    PIC 9(8).
           05  TIN-MAINTAINED-BY        PIC X(8).
