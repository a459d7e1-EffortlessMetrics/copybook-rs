      *> Adjustments register line - one applied adjustment leg for
      *> the monthly register: who corrected what, why, and the
      *> offsetting and correcting amounts, so the audit trail the
      *> re-keyed fixes used to destroy is now a report. A leg asked
      *> for a hard-closed period posts on the business date instead,
      *> flagged as a prior-period adjustment.
       01  ADJUSTMENT-REGISTER-LINE.
           05  ARJ-ADJUSTMENT-ID        PIC X(12).
           05  ARJ-LEG-NUMBER           PIC 9(3).
           05  ARJ-USER-ID              PIC X(8).
           05  ARJ-APPROVED-BY          PIC X(8).
           05  ARJ-ADJUSTED-DATE        PIC 9(8).
           05  ARJ-REQUESTED-DATE       PIC 9(8).
           05  ARJ-PRIOR-PERIOD-FLAG    PIC X(1).
               88  ARJ-PRIOR-PERIOD-ADJ VALUE 'Y'.
