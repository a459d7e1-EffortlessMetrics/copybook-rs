      *> Suspicious-activity escalation line - a case crossing the
      *> 20-day or 30-day mark without a filing, or a filed case whose
      *> continuing-activity review has come due.
       01  SAR-ESCALATION-LINE.
           05  SAE-RUN-DATE             PIC 9(8).
           05  SAE-EVENT-TYPE           PIC X(3).
               88  SAE-DAY-20           VALUE 'D20'.
               88  SAE-DAY-30           VALUE 'D30'.
               88  SAE-CONTINUING-REVIEW VALUE 'CAR'.
           05  SAE-CASE-ID              PIC 9(10).
           05  SAE-SUBJECT-TYPE         PIC X(1).
           05  SAE-SUBJECT-ID           PIC X(20).
           05  SAE-CASE-STATUS          PIC X(1).
           05  SAE-DAYS-OPEN            PIC 9(5).
           05  SAE-ALERT-COUNT          PIC 9(5).
           05  SAE-CONTINUING-ALERTS    PIC 9(5).
           05  SAE-INVESTIGATOR         PIC X(8).
