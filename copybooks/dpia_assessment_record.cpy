      *> Data protection impact assessment master - one row per
      *> PROCESSING-ACTIVITY-ID that screening has found to need a
      *> DPIA, or that has had one. The assessment runs from started
      *> through submitted to the DPO's sign-off (approved) or
      *> refusal; an approved DPIA stands until its re-review date.
      *> LAST-SCORE and LAST-CRITERIA are what DPIASCRN found on its
      *> most recent screening.
       01  DPIA-ASSESSMENT-RECORD.
           05  DPI-ACTIVITY-ID          PIC X(16).
           05  DPI-STATUS               PIC X(1).
               88  DPI-NOT-STARTED      VALUE 'N'.
               88  DPI-IN-PROGRESS      VALUE 'P'.
               88  DPI-SUBMITTED        VALUE 'R'.
               88  DPI-APPROVED         VALUE 'A'.
               88  DPI-REJECTED         VALUE 'J'.
           05  DPI-REVIEWER-ID          PIC X(8).
           05  DPI-STARTED-DATE         PIC 9(8).
           05  DPI-SUBMITTED-DATE       PIC 9(8).
           05  DPI-DPO-ID               PIC X(8).
           05  DPI-SIGNOFF-DATE         PIC 9(8).
           05  DPI-RE-REVIEW-DATE       PIC 9(8).
           05  DPI-LAST-SCREEN-DATE     PIC 9(8).
           05  DPI-LAST-SCORE           PIC 9(1).
           05  DPI-LAST-CRITERIA        PIC X(5).
           05  DPI-MAINT-USER           PIC X(8).
           05  DPI-MAINT-DATE           PIC 9(8).
