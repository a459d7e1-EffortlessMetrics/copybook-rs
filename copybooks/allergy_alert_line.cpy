      *> Allergy alert - a prescription whose drug class matches an
      *> active allergy on the patient, graded by the recorded reaction
      *> severity. New prescriptions go to the pharmacist review queue;
      *> the nightly report carries the rest.
       01  ALLERGY-ALERT-LINE.
           05  AAL-PATIENT-ID           PIC X(12).
           05  AAL-SURVIVOR-ID          PIC X(12).
           05  AAL-ADMISSION-DATE       PIC 9(8).
           05  AAL-MEDICATION-CODE      PIC X(12).
           05  AAL-PRESCRIPTION-DATE    PIC 9(8).
           05  AAL-DRUG-CLASS           PIC X(8).
           05  AAL-SEVERITY             PIC X(1).
           05  AAL-SOURCE               PIC X(1).
           05  AAL-ALERT-GRADE          PIC X(1).
               88  AAL-GRADE-CRITICAL   VALUE '1'.
               88  AAL-GRADE-WARNING    VALUE '2'.
               88  AAL-GRADE-ADVISORY   VALUE '3'.
