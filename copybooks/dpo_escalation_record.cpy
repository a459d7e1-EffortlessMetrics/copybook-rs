      *> DPO escalation queue line - breach-linked processing records
      *> still awaiting Data Protection Officer notification, and
      *> processing activities whose required DPIA is not approved and
      *> current. ESCALATION-TYPE says which; a DPIA line carries the
      *> screening reason and criteria, and no subject or breach.
       01  DPO-ESCALATION-RECORD.
           05  DPE-DATA-SUBJECT-ID       PIC 9(12).
           05  DPE-BREACH-INCIDENT-ID    PIC X(16).
           05  DPE-PROCESSING-ACTIVITY-ID PIC X(16).
           05  DPE-SUPERVISORY-AUTH-REF  PIC X(16).
           05  DPE-DATA-CONTROLLER-ID    PIC X(8).
           05  DPE-ESCALATION-TYPE       PIC X(1).
               88  DPE-BREACH-NOTICE     VALUE 'B'.
               88  DPE-DPIA-REQUIRED     VALUE 'D'.
           05  DPE-DPIA-REASON           PIC X(1).
           05  DPE-DPIA-CRITERIA         PIC X(5).
