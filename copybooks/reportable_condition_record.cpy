      *> Reportable-condition reference - a range of ICD codes the
      *> state requires reported to the health department, with the
      *> days allowed from diagnosis to report and the dates the rule
      *> is effective; an end date of zero means it is still current.
       01  REPORTABLE-CONDITION-RECORD.
           05  RCR-ICD-FROM             PIC X(7).
           05  RCR-ICD-TO               PIC X(7).
           05  RCR-CONDITION-NAME       PIC X(30).
           05  RCR-CATEGORY             PIC X(1).
               88  RCR-COMMUNICABLE     VALUE 'C'.
               88  RCR-CANCER           VALUE 'K'.
           05  RCR-REPORT-DAYS          PIC 9(3).
           05  RCR-EFFECTIVE-DATE       PIC 9(8).
           05  RCR-END-DATE             PIC 9(8).
