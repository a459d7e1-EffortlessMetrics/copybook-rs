      *> FX rate history master - every rate the vendor delivered or
      *> intake carried forward, one row per currency per rate date,
      *> kept so any past conversion can be re-derived. A rate inside
      *> tolerance is accepted as delivered; one outside it is held
      *> until a second person releases or rejects it. A currency with
      *> no fresh rate gets a stale row carrying the prior rate
      *> forward. Only accepted, released and stale rows are in force.
       01  FX-RATE-HISTORY-RECORD.
           05  FXH-RATE-KEY.
               10  FXH-CURRENCY-CODE    PIC X(3).
               10  FXH-RATE-DATE        PIC 9(8).
           05  FXH-USD-RATE             PIC 9(3)V9(6).
           05  FXH-RATE-STATUS          PIC X(1).
               88  FXH-ACCEPTED         VALUE 'A'.
               88  FXH-HELD             VALUE 'H'.
               88  FXH-RELEASED         VALUE 'R'.
               88  FXH-REJECTED         VALUE 'J'.
               88  FXH-STALE            VALUE 'S'.
               88  FXH-RATE-IN-FORCE    VALUE 'A' 'R' 'S'.
           05  FXH-PRIOR-RATE           PIC 9(3)V9(6).
           05  FXH-PRIOR-RATE-DATE      PIC 9(8).
           05  FXH-MOVE-PCT             PIC 9(5)V99.
           05  FXH-TOLERANCE-PCT        PIC 9(3)V99.
           05  FXH-LOADED-DATE          PIC 9(8).
           05  FXH-REQUESTED-BY         PIC X(8).
           05  FXH-APPROVED-BY          PIC X(8).
           05  FXH-DECIDED-DATE         PIC 9(8).
