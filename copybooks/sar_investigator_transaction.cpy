      *> Suspicious-activity investigator transaction - one case event
      *> per record: open the investigation, add a note, decide file
      *> or no-file (a file decision carries the narrative the filing
      *> goes out with), or record the filing the regulator accepted.
       01  SAR-INVESTIGATOR-TRANSACTION.
           05  SIT-ACTION-CODE          PIC X(1).
               88  SIT-OPEN             VALUE 'O'.
               88  SIT-NOTE             VALUE 'N'.
               88  SIT-DECIDE           VALUE 'D'.
               88  SIT-FILED            VALUE 'F'.
           05  SIT-CASE-ID              PIC 9(10).
           05  SIT-INVESTIGATOR         PIC X(8).
           05  SIT-DECISION             PIC X(1).
               88  SIT-DECIDE-FILE      VALUE 'F'.
               88  SIT-DECIDE-NO-FILE   VALUE 'N'.
           05  SIT-FILING-REF           PIC X(20).
           05  SIT-NOTE-TEXT            PIC X(100).
