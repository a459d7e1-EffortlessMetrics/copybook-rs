      *> Transaction lineage event - one per stage a TRANSACTION-ID
      *> passes through on its way from the capture feeds to the
      *> ledger: which program saw it, on which run date and rerun
      *> generation, the amount it arrived with and the amount it
      *> left with, and a detail naming where it went - the source
      *> feed, the partition, the position or the GL accounts. A
      *> stage that refuses the transaction writes its own reject
      *> stage so the trace shows where the path ended.
       01  LINEAGE-EVENT-RECORD.
           05  LNE-TRANSACTION-ID       PIC 9(12).
           05  LNE-STAGE                PIC X(4).
               88  LNE-MERGED           VALUE 'MRGD'.
               88  LNE-DUPLICATE        VALUE 'DUPL'.
               88  LNE-EDITED           VALUE 'EDIT'.
               88  LNE-EDIT-REJECT      VALUE 'EREJ'.
               88  LNE-CONVERTED        VALUE 'CONV'.
               88  LNE-FX-REJECT        VALUE 'FXRJ'.
               88  LNE-PARTITIONED      VALUE 'SPLT'.
               88  LNE-POSTED           VALUE 'POST'.
               88  LNE-JOURNALLED       VALUE 'JRNL'.
               88  LNE-UNJOURNALLED     VALUE 'JUNM'.
           05  LNE-PROGRAM              PIC X(8).
           05  LNE-RUN-DATE             PIC 9(8).
           05  LNE-GENERATION           PIC 9(3).
           05  LNE-BEFORE-AMOUNT        PIC S9(13)V99.
           05  LNE-AFTER-AMOUNT         PIC S9(13)V99.
           05  LNE-DETAIL               PIC X(40).
