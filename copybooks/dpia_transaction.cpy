      *> DPIA maintenance transaction - start opens (or reopens for
      *> re-review) an assessment under its reviewer, submit sends it
      *> to the DPO, approve records the DPO's sign-off and the date
      *> it must be reviewed again, reject records the DPO's refusal.
       01  DPIA-TRANSACTION.
           05  DPT-ACTION-CODE          PIC X(1).
               88  DPT-START            VALUE 'S'.
               88  DPT-SUBMIT           VALUE 'U'.
               88  DPT-APPROVE          VALUE 'A'.
               88  DPT-REJECT           VALUE 'J'.
           05  DPT-ACTIVITY-ID          PIC X(16).
           05  DPT-REVIEWER-ID          PIC X(8).
           05  DPT-DPO-ID               PIC X(8).
           05  DPT-RE-REVIEW-DATE       PIC 9(8).
           05  DPT-MAINT-USER           PIC X(8).
           05  DPT-MAINT-DATE           PIC 9(8).
