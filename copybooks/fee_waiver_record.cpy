      * Wire fee waiver reference - one row per account whose wire
      * fees are not charged, with the date the waiver lapses (zero
      * for a standing waiver) and why it was granted.
       01  FEE-WAIVER-RECORD.
           05  FWR-ACCOUNT-NUMBER       PIC 9(16).
           05  FWR-EXPIRY-DATE          PIC 9(8).
           05  FWR-REASON               PIC X(20).
