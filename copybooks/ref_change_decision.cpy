      *> Reference change decision - a checker's approval or
      *> rejection of one pending change, identified by the
      *> reference file, submission time and maker the change was
      *> submitted under. The checker must not be the maker.
       01  REF-CHANGE-DECISION.
           05  RCK-CHANGE-KEY.
               10  RCK-REF-FILE         PIC X(8).
               10  RCK-SUBMITTED-TS     PIC 9(14).
               10  RCK-MAKER-ID         PIC X(8).
           05  RCK-DECISION             PIC X(1).
               88  RCK-APPROVE          VALUE 'A'.
               88  RCK-REJECT           VALUE 'R'.
           05  RCK-CHECKER-ID           PIC X(8).
           05  RCK-DECIDED-TS           PIC 9(14).
