      *> ACH origination history - one row per entry NACHAGEN put on
      *> an origination file, keyed by the ACH-TRACE-NUMBER the entry
      *> went out under, so a return or notification of change coming
      *> back days later finds its original. The return and change
      *> codes are stamped on the row when they arrive; the return
      *> rate sweep counts them against the originator's entries.
       01  ACH-ENTRY-HISTORY-RECORD.
           05  AEH-TRACE-NUMBER         PIC X(15).
           05  AEH-TRANS-ID             PIC X(16).
           05  AEH-SEC-CODE             PIC X(3).
           05  AEH-EFFECTIVE-DATE       PIC 9(8).
           05  AEH-ORIGINATED-DATE      PIC 9(8).
           05  AEH-ORIGIN-ROUTING       PIC X(9).
           05  AEH-ORIGIN-ACCOUNT       PIC X(17).
           05  AEH-ORIGIN-NAME          PIC X(22).
           05  AEH-RECEIVE-ROUTING      PIC X(9).
           05  AEH-RECEIVE-ACCOUNT      PIC X(17).
           05  AEH-RECEIVE-NAME         PIC X(22).
           05  AEH-AMOUNT               PIC S9(11)V99.
           05  AEH-RETURN-CODE          PIC X(3).
               88  AEH-NOT-RETURNED     VALUE SPACES.
           05  AEH-RETURN-DATE          PIC 9(8).
           05  AEH-NOC-CODE             PIC X(3).
           05  AEH-NOC-DATE             PIC 9(8).
