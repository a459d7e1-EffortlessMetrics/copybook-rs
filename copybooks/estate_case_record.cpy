      *> and carrying the per-domain identifiers resolved through the
      *> identity cross-reference, so one case drives the statement
      *> and notice suppressions, the standing-order and new-activity
      *> blocks, and the GDPR purge hold until probate closes it. An
      *> estate declared insolvent sends the deceased's card balance
      *> to charge-off.
       01  ESTATE-CASE-RECORD.
           05  ESC-ENTERPRISE-ID        PIC 9(12).
           05  ESC-CASE-STATUS          PIC X(1).
           05  ESC-OPENED-DATE          PIC 9(8).
           05  ESC-CLOSED-DATE          PIC 9(8).
           05  ESC-NOTIFIED-BY          PIC X(8).
           05  ESC-INSOLVENCY-FLAG      PIC X(1).
               88  ESC-INSOLVENT        VALUE 'Y'.
           05  ESC-INSOLVENT-DATE       PIC 9(8).
