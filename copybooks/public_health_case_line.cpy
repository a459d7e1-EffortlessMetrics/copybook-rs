      *> State case-report extract line - one reportable diagnosis
      *> with the patient's identifying demographics, the reporting
      *> facility, department and provider, for the health department.
       01  PUBLIC-HEALTH-CASE-LINE.
           05  PHX-PATIENT-ID           PIC X(12).
           05  PHX-MEDICAL-RECORD-NUMBER PIC X(12).
           05  PHX-DATE-OF-BIRTH        PIC 9(8).
           05  PHX-ICD-CODE             PIC X(7).
           05  PHX-CONDITION-NAME       PIC X(30).
           05  PHX-CATEGORY             PIC X(1).
           05  PHX-DIAGNOSIS-DATE       PIC 9(8).
           05  PHX-FACILITY-ID          PIC 9(6).
           05  PHX-DEPARTMENT-CODE      PIC X(4).
           05  PHX-PROVIDER-NPI         PIC 9(10).
           05  PHX-DUE-DATE             PIC 9(8).
           05  PHX-REPORT-DATE          PIC 9(8).
