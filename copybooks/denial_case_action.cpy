      *> Denial case action - the work-queue outcome on a case: an
      *> appeal filed with the payer or the denied amount written off.
       01  DENIAL-CASE-ACTION.
           05  DCA-CONTROL-NUMBER       PIC 9(9).
           05  DCA-LINE-NUMBER          PIC 9(3).
           05  DCA-ACTION               PIC X(1).
               88  DCA-APPEAL-FILED     VALUE 'A'.
               88  DCA-WRITE-OFF        VALUE 'W'.
           05  DCA-ACTION-DATE          PIC 9(8).
           05  DCA-USER-ID              PIC X(8).
