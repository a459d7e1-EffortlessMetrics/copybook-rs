      *> Chargeback unit rate - the managed price of one unit of a
      *> data-centre resource from its effective date, and the
      *> recovery account the allocation credits. Units: CPU per CPU
      *> second, IOP per thousand I/O operations, MEM per megabyte of
      *> memory, STG per gigabyte processed, REC per thousand
      *> run-statistics records read and written.
       01  CHARGEBACK-RATE-RECORD.
           05  CBR-RESOURCE             PIC X(3).
               88  CBR-CPU              VALUE 'CPU'.
               88  CBR-IO               VALUE 'IOP'.
               88  CBR-MEMORY           VALUE 'MEM'.
               88  CBR-STORAGE          VALUE 'STG'.
               88  CBR-VOLUME           VALUE 'REC'.
           05  CBR-EFFECTIVE-DATE       PIC 9(8).
           05  CBR-UNIT-RATE            PIC 9(3)V9(6).
           05  CBR-RECOVERY-ACCOUNT     PIC 9(8).
