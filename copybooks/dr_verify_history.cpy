      *> Replica verification history - one row per keyed master per
      *> DRVERIFY run, appended to the permanent DRVHIST file as the
      *> standing evidence that the recovery copies can be relied
      *> on. Each row gives the business dates both fingerprints were
      *> taken for, both sides' record counts, the verdict, the
      *> number of differing key slices and the replication lag. A
      *> fingerprint taken for another business date is not compared
      *> and is recorded with the date-mismatch verdict.
       01  DR-VERIFY-HISTORY.
           05  DVH-BUSINESS-DATE        PIC 9(8).
           05  DVH-FILE-NAME            PIC X(8).
           05  DVH-PRIMARY-DATE         PIC 9(8).
           05  DVH-REPLICA-DATE         PIC 9(8).
           05  DVH-PRIMARY-COUNT        PIC 9(9).
           05  DVH-REPLICA-COUNT        PIC 9(9).
           05  DVH-RESULT               PIC X(1).
               88  DVH-MATCHED          VALUE 'M'.
               88  DVH-DIFFERS          VALUE 'D'.
               88  DVH-PRIMARY-ONLY     VALUE 'P'.
               88  DVH-REPLICA-ONLY     VALUE 'R'.
               88  DVH-DATE-MISMATCH    VALUE 'X'.
           05  DVH-DIFF-SLICES          PIC 9(5).
           05  DVH-LAG-DAYS             PIC S9(5).
