      *> DPIA screening register line - one row per
      *> PROCESSING-ACTIVITY-ID on the GDPR file, scored against the
      *> high-risk criteria. Each criterion flag is 'Y' when the
      *> activity meets it: special-category or biometric data,
      *> large-scale subject count, cross-border transfer under
      *> safeguards, sensitive data left unpseudonymized, and
      *> profiling on legitimate interest. CRITERIA redefines the five
      *> flags as the one string the master and exceptions carry.
       01  DPIA-SCREENING-LINE.
           05  DSL-ACTIVITY-ID          PIC X(16).
           05  DSL-RECORD-COUNT         PIC 9(9).
           05  DSL-SUBJECT-COUNT        PIC 9(9).
           05  DSL-CRITERIA-FLAGS.
               10  DSL-SPECIAL-DATA     PIC X(1).
               10  DSL-LARGE-SCALE      PIC X(1).
               10  DSL-SAFEGUARD-TRANSFER PIC X(1).
               10  DSL-NOT-PSEUDONYMIZED PIC X(1).
               10  DSL-PROFILING        PIC X(1).
           05  DSL-CRITERIA REDEFINES DSL-CRITERIA-FLAGS
                                        PIC X(5).
           05  DSL-SCORE                PIC 9(1).
           05  DSL-TRIGGERED            PIC X(1).
               88  DSL-DPIA-REQUIRED    VALUE 'Y'.
           05  DSL-DPIA-STATUS          PIC X(1).
           05  DSL-RE-REVIEW-DATE       PIC 9(8).
