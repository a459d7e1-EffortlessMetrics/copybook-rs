      *> Protected-patient list - one row per HIPAA PATIENT-ID under
      *> the workforce-access watch, as PROTLIST resolves it through
      *> the identity cross-reference: an employee's own record, a
      *> designated VIP, or an employee's family member.
      *> RELATED-USER-ID is the employee the patient is (or belongs
      *> to), blank for a VIP.
       01  PROTECTED-PATIENT-RECORD.
           05  PPL-PATIENT-ID           PIC 9(10).
           05  PPL-CATEGORY             PIC X(1).
               88  PPL-EMPLOYEE         VALUE 'E'.
               88  PPL-VIP              VALUE 'V'.
               88  PPL-FAMILY-MEMBER    VALUE 'F'.
           05  PPL-ENTERPRISE-ID        PIC 9(12).
           05  PPL-RELATED-USER-ID      PIC X(8).
           05  PPL-LIST-DATE            PIC 9(8).
