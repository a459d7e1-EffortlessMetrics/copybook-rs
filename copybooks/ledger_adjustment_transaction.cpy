      *> adjustment ID and must net to zero across the group; each
      *> leg references the original ENTRY-ID it corrects and
      *> carries the same approval fields LDGAPPR enforces on
      *> original entries. EFFECTIVE-DATE is the date the correction
      *> posts as of - zero for the business date - and is the same on
      *> every leg of the group.
       01  LEDGER-ADJUSTMENT-TRANSACTION.
           05  ADJ-ADJUSTMENT-ID        PIC X(12).
           05  ADJ-LEG-NUMBER           PIC 9(3).
           05  ADJ-USER-ID              PIC X(8).
           05  ADJ-APPROVAL-STATUS      PIC X(2).
           05  ADJ-APPROVED-BY          PIC X(8).
           05  ADJ-EFFECTIVE-DATE       PIC 9(8).
