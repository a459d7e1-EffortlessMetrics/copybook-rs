      *> Accounting period status master - one row per YYYYMM period:
      *> open, soft-closed (approved adjustments only) or hard-closed
      *> (nothing posts; late items are re-dated into the open period),
      *> with who asked for the last status change and who approved
      *> it. A period with no row is open.
       01  PERIOD-STATUS-RECORD.
           05  PST-PERIOD               PIC 9(6).
           05  PST-STATUS               PIC X(1).
               88  PST-OPEN             VALUE 'O'.
               88  PST-SOFT-CLOSED      VALUE 'S'.
               88  PST-HARD-CLOSED      VALUE 'H'.
           05  PST-STATUS-DATE          PIC 9(8).
           05  PST-REQUESTED-BY         PIC X(8).
           05  PST-APPROVED-BY          PIC X(8).
