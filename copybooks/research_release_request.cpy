      *> Research release request - a study's request for a dataset
      *> of PHI records whose access date falls in the range, as a
      *> Safe Harbor de-identified file or a limited data set.
       01  RESEARCH-RELEASE-REQUEST.
           05  RLQ-REQUEST-ID           PIC X(8).
           05  RLQ-STUDY-ID             PIC X(10).
           05  RLQ-RELEASE-TYPE         PIC X(1).
               88  RLQ-SAFE-HARBOR      VALUE 'S'.
               88  RLQ-LIMITED-DATA-SET VALUE 'L'.
           05  RLQ-SERVICE-FROM         PIC 9(8).
           05  RLQ-SERVICE-TO           PIC 9(8).
           05  RLQ-REQUESTER-ID         PIC X(8).
           05  RLQ-REQUEST-DATE         PIC 9(8).
