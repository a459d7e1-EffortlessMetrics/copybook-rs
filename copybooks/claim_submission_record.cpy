      *> Claim submission status - one row per claim control number
      *> sent on an 837: what went, when it first and last went, the
      *> filing deadline from the payer's timely-filing limit, and
      *> where the clearinghouse's acknowledgments leave it. The 999
      *> answers for the transaction set, the 277CA for the payer's
      *> front door; only a 277CA acceptance takes the claim off the
      *> timely-filing watch.
       01  CLAIM-SUBMISSION-RECORD.
           05  CSB-CONTROL-NUMBER       PIC 9(9).
           05  CSB-INSURANCE-CODE       PIC X(6).
           05  CSB-PATIENT-ID           PIC X(12).
           05  CSB-ADMISSION-DATE       PIC 9(8).
           05  CSB-CLAIM-FORM           PIC X(1).
           05  CSB-CLAIM-TOTAL          PIC S9(11)V99.
           05  CSB-INTERCHANGE-CONTROL  PIC 9(9).
           05  CSB-FIRST-SUBMIT-DATE    PIC 9(8).
           05  CSB-LAST-SUBMIT-DATE     PIC 9(8).
           05  CSB-SUBMIT-COUNT         PIC 9(3).
           05  CSB-FILING-DEADLINE      PIC 9(8).
           05  CSB-STATUS               PIC X(1).
               88  CSB-SUBMITTED        VALUE 'S'.
               88  CSB-BATCH-ACCEPTED   VALUE 'B'.
               88  CSB-PAYER-ACCEPTED   VALUE 'A'.
               88  CSB-REJECTED         VALUE 'R'.
           05  CSB-BATCH-ACK-STATUS     PIC X(1).
           05  CSB-BATCH-ACK-DATE       PIC 9(8).
           05  CSB-CLAIM-ACK-STATUS     PIC X(1).
           05  CSB-CLAIM-ACK-DATE       PIC 9(8).
           05  CSB-REJECT-CODE          PIC X(8).
           05  CSB-PAYER-CLAIM-NUMBER   PIC X(20).
