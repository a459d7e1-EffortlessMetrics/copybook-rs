      *> count, claim total and the stay's TOTAL-CHARGES tie-back,
      *> followed by one line record per billable diagnosis under that
      *> insurer. The extract is partitioned downstream on
      *> CLM-INSURANCE-CODE. The header carries the stay's discharge
      *> date and attending provider (the billing provider); a line
      *> carries its rendering provider and service start date.
       01  INSURANCE-CLAIM-RECORD.
           05  CLM-RECORD-TYPE          PIC X(1).
               88  CLM-CLAIM-HEADER     VALUE 'H'.
           05  CLM-LINE-COUNT           PIC 9(3).
           05  CLM-CLAIM-TOTAL          PIC S9(11)V99.
           05  CLM-STAY-TOTAL-CHARGES   PIC S9(12)V99.
           05  CLM-DISCHARGE-DATE       PIC 9(8).
           05  CLM-PROVIDER-ID          PIC X(8).
           05  CLM-SERVICE-DATE         PIC 9(8).
