      *> Lineage trace line - LINTRACE's path for one requested
      *> TRANSACTION-ID: an event line per stage event in chain
      *> order, a break line for each stage that should have seen
      *> the transaction and has no event for it, and a closing
      *> summary line with the count of events and breaks.
       01  LINEAGE-TRACE-LINE.
           05  LTL-TRANSACTION-ID       PIC 9(12).
           05  LTL-LINE-TYPE            PIC X(1).
               88  LTL-EVENT-LINE       VALUE 'E'.
               88  LTL-BREAK-LINE       VALUE 'B'.
               88  LTL-AWAITING-LINE    VALUE 'W'.
               88  LTL-SUMMARY-LINE     VALUE 'S'.
           05  LTL-STAGE                PIC X(4).
           05  LTL-PROGRAM              PIC X(8).
           05  LTL-RUN-DATE             PIC 9(8).
           05  LTL-GENERATION           PIC 9(3).
           05  LTL-BEFORE-AMOUNT        PIC S9(13)V99.
           05  LTL-AFTER-AMOUNT         PIC S9(13)V99.
           05  LTL-DETAIL               PIC X(40).
           05  LTL-EVENT-COUNT          PIC 9(5).
           05  LTL-BREAK-COUNT          PIC 9(3).
