      *> Replica fingerprint record - what DRFPRINT measures of one
      *> keyed master at one site for the business date. Slice rows
      *> cover a run of keys in key order: a slice closes after a key
      *> whose own hash falls on the slice modulus, so the boundaries
      *> depend only on the keys present and a row missing at one
      *> site disturbs its own slice, not every slice after it. The
      *> total row carries the master's record count, content hash,
      *> control sum and the latest activity date found on it.
       01  DR-FINGERPRINT-RECORD.
           05  DRF-BUSINESS-DATE        PIC 9(8).
           05  DRF-TAKEN-TS             PIC 9(14).
           05  DRF-FILE-NAME            PIC X(8).
           05  DRF-ROW-TYPE             PIC X(1).
               88  DRF-SLICE-ROW        VALUE 'S'.
               88  DRF-TOTAL-ROW        VALUE 'T'.
           05  DRF-LOW-KEY              PIC X(60).
           05  DRF-HIGH-KEY             PIC X(60).
           05  DRF-RECORD-COUNT         PIC 9(9).
           05  DRF-CONTENT-HASH         PIC 9(9).
           05  DRF-CONTROL-SUM          PIC S9(15)V99.
           05  DRF-HIGH-WATER-DATE      PIC 9(8).
