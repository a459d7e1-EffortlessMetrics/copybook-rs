      *> DPIA exception - an activity screening says needs a DPIA
      *> that has none approved and current: none on file, one still
      *> being assessed or awaiting the DPO, one the DPO refused, or
      *> an approved one past its re-review date. GDPRDPO escalates
      *> every line to the DPO queue.
       01  DPIA-EXCEPTION-LINE.
           05  DPX-ACTIVITY-ID          PIC X(16).
           05  DPX-REASON               PIC X(1).
               88  DPX-NO-DPIA          VALUE 'M'.
               88  DPX-NOT-APPROVED     VALUE 'U'.
               88  DPX-DPIA-REJECTED    VALUE 'J'.
               88  DPX-REVIEW-OVERDUE   VALUE 'O'.
           05  DPX-SCORE                PIC 9(1).
           05  DPX-CRITERIA             PIC X(5).
           05  DPX-DPIA-STATUS          PIC X(1).
           05  DPX-RE-REVIEW-DATE       PIC 9(8).
           05  DPX-SCREEN-DATE          PIC 9(8).
