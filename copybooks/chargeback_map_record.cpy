      *> Chargeback cost-centre reference - maps the data-centre
      *> consumers to the business line that pays for them. B rows
      *> map a BATCH-ID and PROCESSOR-NODE-ID (either blank for any)
      *> to a cost centre, first matching row wins, so specific rows
      *> go ahead of catch-alls; P rows give the cost centre that owns
      *> a batch program's run-statistics volumes; C rows name the
      *> cost centre and carry the GL expense account and branch its
      *> allocation posts to.
       01  CHARGEBACK-MAP-RECORD.
           05  CBM-MAP-TYPE             PIC X(1).
               88  CBM-BATCH-MAP        VALUE 'B'.
               88  CBM-PROGRAM-MAP      VALUE 'P'.
               88  CBM-CENTRE-ROW       VALUE 'C'.
           05  CBM-COST-CENTRE          PIC X(6).
           05  CBM-BATCH-ID             PIC X(16).
           05  CBM-NODE-ID              PIC X(8).
           05  CBM-PROGRAM-ID           PIC X(8).
           05  CBM-CENTRE-NAME          PIC X(20).
           05  CBM-GL-ACCOUNT           PIC 9(8).
           05  CBM-BRANCH-CODE          PIC 9(4).
