      *> Period status maintenance transaction - opens, soft-closes or
      *> hard-closes one period. Every change names the user asking
      *> for it and a different user approving it.
       01  PERIOD-STATUS-TRANSACTION.
           05  PSX-PERIOD               PIC 9(6).
           05  PSX-ACTION               PIC X(1).
               88  PSX-OPEN             VALUE 'O'.
               88  PSX-SOFT-CLOSE       VALUE 'S'.
               88  PSX-HARD-CLOSE       VALUE 'H'.
           05  PSX-REQUESTED-BY         PIC X(8).
           05  PSX-APPROVED-BY          PIC X(8).
