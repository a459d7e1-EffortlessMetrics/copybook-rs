      *> Patient allergy master - one row per patient and allergen
      *> class: how severe the reaction is, when and from whom it was
      *> recorded, and whether it still stands. Rows are filed under
      *> the surviving PATIENT-ID; a row brought over from a merged
      *> identity keeps the ID it came from.
       01  PATIENT-ALLERGY-RECORD.
           05  PAL-ALLERGY-KEY.
               10  PAL-PATIENT-ID       PIC X(12).
               10  PAL-ALLERGEN-CLASS   PIC X(8).
           05  PAL-SEVERITY             PIC X(1).
               88  PAL-SEVERITY-MILD      VALUE 'M'.
               88  PAL-SEVERITY-MODERATE  VALUE 'O'.
               88  PAL-SEVERITY-SEVERE    VALUE 'S'.
           05  PAL-RECORDED-DATE        PIC 9(8).
           05  PAL-SOURCE               PIC X(1).
               88  PAL-PATIENT-REPORTED   VALUE 'P'.
               88  PAL-CLINICIAN-OBSERVED VALUE 'C'.
               88  PAL-OUTSIDE-RECORD     VALUE 'R'.
           05  PAL-STATUS               PIC X(1).
               88  PAL-ACTIVE           VALUE 'A'.
               88  PAL-INACTIVE         VALUE 'I'.
           05  PAL-INACTIVATED-DATE     PIC 9(8).
           05  PAL-MERGED-FROM-ID       PIC X(12).
           05  PAL-MAINT-USER           PIC X(8).
           05  PAL-MAINT-DATE           PIC 9(8).
