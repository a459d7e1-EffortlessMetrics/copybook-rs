      *> FX rate intake exception line - a vendor rate held outside
      *> tolerance or refused as unusable, a currency carried forward
      *> stale, or a held rate released or rejected on approval.
       01  FX-RATE-EXCEPTION-LINE.
           05  FXE-RUN-DATE             PIC 9(8).
           05  FXE-CURRENCY-CODE        PIC X(3).
           05  FXE-RATE-DATE            PIC 9(8).
           05  FXE-EXCEPTION            PIC X(1).
               88  FXE-HELD             VALUE 'H'.
               88  FXE-UNUSABLE         VALUE 'U'.
               88  FXE-STALE            VALUE 'S'.
               88  FXE-RELEASED         VALUE 'R'.
               88  FXE-REJECTED         VALUE 'J'.
           05  FXE-USD-RATE             PIC 9(3)V9(6).
           05  FXE-PRIOR-RATE           PIC 9(3)V9(6).
           05  FXE-PRIOR-RATE-DATE      PIC 9(8).
           05  FXE-MOVE-PCT             PIC 9(5)V99.
           05  FXE-TOLERANCE-PCT        PIC 9(3)V99.
           05  FXE-OPERATOR-ID          PIC X(8).
