      *> Public health case master - one row per reportable diagnosis
      *> code per patient, dated by the diagnosis date it was first
      *> found under, from the night it was sent to the state through
      *> the health department's acknowledgment. The due date is the
      *> diagnosis date plus the condition's reporting days.
       01  PUBLIC-HEALTH-CASE-RECORD.
           05  PHC-CASE-KEY.
               10  PHC-PATIENT-ID       PIC X(12).
               10  PHC-ICD-CODE         PIC X(7).
               10  PHC-DIAGNOSIS-DATE   PIC 9(8).
           05  PHC-CONDITION-NAME       PIC X(30).
           05  PHC-CATEGORY             PIC X(1).
           05  PHC-SOURCE               PIC X(1).
               88  PHC-FROM-PHI         VALUE 'P'.
               88  PHC-FROM-HCENT       VALUE 'H'.
           05  PHC-FACILITY-ID          PIC 9(6).
           05  PHC-DUE-DATE             PIC 9(8).
           05  PHC-SUBMIT-DATE          PIC 9(8).
           05  PHC-STATUS               PIC X(1).
               88  PHC-SUBMITTED        VALUE 'S'.
               88  PHC-ACKNOWLEDGED     VALUE 'A'.
               88  PHC-REJECTED         VALUE 'R'.
           05  PHC-ACK-DATE             PIC 9(8).
           05  PHC-ACK-CODE             PIC X(8).
