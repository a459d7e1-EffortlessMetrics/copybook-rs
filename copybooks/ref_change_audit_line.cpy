      *> Reference change audit line - REFAUDIT's quarterly listing
      *> of every reference change submitted, decided or applied in
      *> the quarter: maker and checker with their timestamps, the
      *> outcome and, for an applied change, the before and after
      *> images. A total line per reference file closes its changes.
       01  REF-CHANGE-AUDIT-LINE.
           05  RCA-LINE-TYPE            PIC X(1).
               88  RCA-DETAIL-LINE      VALUE 'D'.
               88  RCA-TOTAL-LINE       VALUE 'T'.
           05  RCA-QUARTER              PIC X(6).
           05  RCA-REF-FILE             PIC X(8).
           05  RCA-ACTION               PIC X(1).
           05  RCA-STATUS               PIC X(1).
           05  RCA-MAKER-ID             PIC X(8).
           05  RCA-SUBMITTED-TS         PIC 9(14).
           05  RCA-CHECKER-ID           PIC X(8).
           05  RCA-DECIDED-TS           PIC 9(14).
           05  RCA-EFFECTIVE-DATE       PIC 9(8).
           05  RCA-APPLIED-TS           PIC 9(14).
           05  RCA-BEFORE-IMAGE         PIC X(80).
           05  RCA-AFTER-IMAGE          PIC X(80).
           05  RCA-CHANGE-COUNT         PIC 9(5).
           05  RCA-APPLIED-COUNT        PIC 9(5).
           05  RCA-REJECTED-COUNT       PIC 9(5).
           05  RCA-OPEN-COUNT           PIC 9(5).
