      *> Suspicious-activity case master - one case per subject, the
      *> alerts every monitoring feed raises against it consolidated
      *> under one case ID. The subject is the enterprise identity
      *> wherever IDXREF resolves one, otherwise the identifier the
      *> raising feed carries. The status walks the investigation
      *> (alerted, under investigation, decided file or no-file,
      *> filed); the 30-day filing window runs from the first alert
      *> and the escalation level records which aging thresholds the
      *> case has already been escalated at. A filed case keeps
      *> taking alerts as continuing activity and carries the date
      *> its next continuing-activity review is due.
       01  SUSPICIOUS-ACTIVITY-CASE-RECORD.
           05  SAC-CASE-ID              PIC 9(10).
           05  SAC-SUBJECT-TYPE         PIC X(1).
               88  SAC-ENTERPRISE-SUBJECT VALUE 'E'.
               88  SAC-CUSTOMER-SUBJECT VALUE 'C'.
               88  SAC-ACCOUNT-SUBJECT  VALUE 'A'.
               88  SAC-CARD-SUBJECT     VALUE 'K'.
               88  SAC-USER-SUBJECT     VALUE 'U'.
               88  SAC-PARTY-SUBJECT    VALUE 'P'.
           05  SAC-SUBJECT-ID           PIC X(20).
           05  SAC-CASE-STATUS          PIC X(1).
               88  SAC-ALERTED          VALUE 'A'.
               88  SAC-INVESTIGATING    VALUE 'I'.
               88  SAC-DECIDED-FILE     VALUE 'F'.
               88  SAC-DECIDED-NO-FILE  VALUE 'N'.
               88  SAC-FILED            VALUE 'D'.
               88  SAC-AWAITING-FILING  VALUE 'A' 'I' 'F'.
           05  SAC-OPENED-DATE          PIC 9(8).
           05  SAC-ALERT-COUNT          PIC 9(5).
           05  SAC-ALERT-AMOUNT         PIC 9(13)V99.
           05  SAC-FIRST-ALERT-DATE     PIC 9(8).
           05  SAC-LAST-ALERT-DATE      PIC 9(8).
           05  SAC-SOURCE-FLAGS.
               10  SAC-CTR-NEAR-FLAG    PIC X(1).
               10  SAC-CARD-FRAUD-FLAG  PIC X(1).
               10  SAC-LEDGER-AML-FLAG  PIC X(1).
               10  SAC-SESSION-FLAG     PIC X(1).
               10  SAC-SANCTIONS-FLAG   PIC X(1).
           05  SAC-INVESTIGATOR         PIC X(8).
           05  SAC-INVESTIGATION-DATE   PIC 9(8).
           05  SAC-NOTE-COUNT           PIC 9(3).
           05  SAC-LAST-NOTE-DATE       PIC 9(8).
           05  SAC-LAST-NOTE            PIC X(60).
           05  SAC-DECIDED-BY           PIC X(8).
           05  SAC-DECISION-DATE        PIC 9(8).
           05  SAC-NARRATIVE            PIC X(100).
           05  SAC-EXTRACT-DATE         PIC 9(8).
           05  SAC-FILING-REF           PIC X(20).
           05  SAC-FILED-DATE           PIC 9(8).
           05  SAC-FILING-COUNT         PIC 9(3).
           05  SAC-CONTINUING-ALERTS    PIC 9(5).
           05  SAC-NEXT-REVIEW-DATE     PIC 9(8).
           05  SAC-ESCALATION-LEVEL     PIC 9(1).
               88  SAC-NOT-ESCALATED    VALUE 0.
               88  SAC-ESCALATED-20     VALUE 1.
               88  SAC-ESCALATED-30     VALUE 2.
           05  SAC-ENTERPRISE-ID        PIC 9(12).
           05  SAC-CUSTOMER-ID          PIC 9(12).
