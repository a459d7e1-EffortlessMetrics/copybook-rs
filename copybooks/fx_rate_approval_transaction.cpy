      *> FX rate approval transaction - releases or rejects one held
      *> rate. Every decision names the user asking for it and a
      *> different user approving it.
       01  FX-RATE-APPROVAL-TRANSACTION.
           05  FXA-ACTION               PIC X(1).
               88  FXA-RELEASE          VALUE 'R'.
               88  FXA-REJECT           VALUE 'J'.
           05  FXA-CURRENCY-CODE        PIC X(3).
           05  FXA-RATE-DATE            PIC 9(8).
           05  FXA-REQUESTED-BY         PIC X(8).
           05  FXA-APPROVED-BY          PIC X(8).
