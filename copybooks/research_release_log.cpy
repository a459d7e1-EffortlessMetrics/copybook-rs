      *> Research release log - one entry per release request, the
      *> file released or the reason it was refused, with the record
      *> and subject counts and the exclusions for revoked consent
      *> and restriction of processing.
       01  RESEARCH-RELEASE-LOG.
           05  RLG-REQUEST-ID           PIC X(8).
           05  RLG-STUDY-ID             PIC X(10).
           05  RLG-IRB-REFERENCE        PIC X(15).
           05  RLG-RELEASE-TYPE         PIC X(1).
           05  RLG-REQUESTER-ID         PIC X(8).
           05  RLG-RELEASE-DATE         PIC 9(8).
           05  RLG-OUTCOME              PIC X(1).
               88  RLG-RELEASED         VALUE 'R'.
               88  RLG-REFUSED          VALUE 'D'.
           05  RLG-REFUSAL-REASON       PIC X(1).
               88  RLG-NO-AGREEMENT     VALUE 'N'.
               88  RLG-NOT-APPROVED     VALUE 'S'.
               88  RLG-AGREEMENT-EXPIRED VALUE 'E'.
               88  RLG-TYPE-NOT-PERMITTED VALUE 'T'.
           05  RLG-RECORDS-RELEASED     PIC 9(9).
           05  RLG-SUBJECTS-RELEASED    PIC 9(7).
           05  RLG-EXCLUDED-CONSENT     PIC 9(7).
           05  RLG-EXCLUDED-RESTRICTED  PIC 9(7).
