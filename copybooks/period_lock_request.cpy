      *> Period lock request block - the parameter area every posting
      *> program passes to PERDLOCK. The item date comes back in the
      *> out-date when its period accepts the item; an item dated into
      *> a hard-closed period, or an ordinary posting dated into a
      *> soft-closed one, comes back re-dated to the business date as
      *> a prior-period adjustment; an unapproved adjustment dated
      *> into a soft-closed period is refused. A period master that
      *> cannot be opened accepts everything with the degraded code
      *> set, so callers keep running on the raw date.
       01  PERIOD-LOCK-REQUEST.
           05  PLR-ITEM-KIND            PIC X(1).
               88  PLR-POSTING          VALUE 'P'.
               88  PLR-APPROVED-ADJ     VALUE 'A'.
               88  PLR-UNAPPROVED-ADJ   VALUE 'U'.
           05  PLR-ITEM-DATE            PIC 9(8).
           05  PLR-BUSINESS-DATE        PIC 9(8).
           05  PLR-OUT-DATE             PIC 9(8).
           05  PLR-PERIOD-STATUS        PIC X(1).
           05  PLR-DISPOSITION          PIC X(1).
               88  PLR-ACCEPTED         VALUE 'A'.
               88  PLR-REDATED          VALUE 'R'.
               88  PLR-REFUSED          VALUE 'X'.
           05  PLR-RETURN-CODE          PIC X(1).
               88  PLR-LOOKED-UP-OK     VALUE '0'.
               88  PLR-NO-MASTER        VALUE '1'.
      *> Prior-period-adjustment marker - stamped over the last twelve
      *> bytes of AUDIT-TRAIL-REF on a transaction re-dated out of a
      *> closed period, carrying the date it arrived with.
       01  PRIOR-PERIOD-MARKER.
           05  PPM-TAG                  PIC X(3) VALUE 'PPA'.
           05  PPM-ORIGINAL-DATE        PIC 9(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
