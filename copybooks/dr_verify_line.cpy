      *> Replica verification line - DRVERIFY's comparison of the
      *> primary and recovery-site fingerprints. A summary line per
      *> master gives both sides' counts and control sums, the number
      *> of differing slices and the replication lag in days between
      *> the two sites' latest activity dates; a range line follows
      *> for each key range whose slices differ or exist on one side
      *> only. A master whose fingerprint at either site was taken
      *> for another business date gets the date-mismatch result and
      *> no range lines.
       01  DR-VERIFY-LINE.
           05  DRV-BUSINESS-DATE        PIC 9(8).
           05  DRV-FILE-NAME            PIC X(8).
           05  DRV-LINE-TYPE            PIC X(1).
               88  DRV-SUMMARY-LINE     VALUE 'S'.
               88  DRV-RANGE-LINE       VALUE 'R'.
           05  DRV-RESULT               PIC X(1).
               88  DRV-MATCHED          VALUE 'M'.
               88  DRV-DIFFERS          VALUE 'D'.
               88  DRV-PRIMARY-ONLY     VALUE 'P'.
               88  DRV-REPLICA-ONLY     VALUE 'R'.
               88  DRV-DATE-MISMATCH    VALUE 'X'.
           05  DRV-LOW-KEY              PIC X(60).
           05  DRV-HIGH-KEY             PIC X(60).
           05  DRV-PRIMARY-COUNT        PIC 9(9).
           05  DRV-REPLICA-COUNT        PIC 9(9).
           05  DRV-PRIMARY-SUM          PIC S9(15)V99.
           05  DRV-REPLICA-SUM          PIC S9(15)V99.
           05  DRV-DIFF-SLICES          PIC 9(5).
           05  DRV-LAG-DAYS             PIC S9(5).
