      *> Denial case master - one case per denied or underpaid claim
      *> line, keyed by claim control number and line number. The
      *> case carries the category and reason of the largest denying
      *> adjustment, the work queue it routed to, and the payer's
      *> appeal deadline counted from the remittance. An open case
      *> lapses once the deadline passes without an appeal; a later
      *> remittance paying the line without denial recovers it.
       01  DENIAL-CASE-RECORD.
           05  DNC-CASE-KEY.
               10  DNC-CONTROL-NUMBER   PIC 9(9).
               10  DNC-LINE-NUMBER      PIC 9(3).
           05  DNC-INSURANCE-CODE       PIC X(6).
           05  DNC-PATIENT-ID           PIC X(12).
           05  DNC-ADMISSION-DATE       PIC 9(8).
           05  DNC-CATEGORY             PIC X(2).
           05  DNC-GROUP-CODE           PIC X(2).
           05  DNC-REASON-CODE          PIC X(5).
           05  DNC-QUEUE-ID             PIC X(8).
           05  DNC-STATUS               PIC X(1).
               88  DNC-OPEN             VALUE 'O'.
               88  DNC-APPEALED         VALUE 'A'.
               88  DNC-RECOVERED        VALUE 'R'.
               88  DNC-WRITTEN-OFF      VALUE 'W'.
               88  DNC-LAPSED           VALUE 'E'.
           05  DNC-BILLED-AMOUNT        PIC S9(11)V99.
           05  DNC-PAID-AMOUNT          PIC S9(11)V99.
           05  DNC-DENIED-AMOUNT        PIC S9(11)V99.
           05  DNC-RECOVERED-AMOUNT     PIC S9(11)V99.
           05  DNC-REMIT-DATE           PIC 9(8).
           05  DNC-APPEAL-DEADLINE      PIC 9(8).
           05  DNC-OPENED-DATE          PIC 9(8).
           05  DNC-APPEALED-DATE        PIC 9(8).
           05  DNC-CLOSED-DATE          PIC 9(8).
