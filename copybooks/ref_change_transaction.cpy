      *> Reference change transaction - a maker's add, change or
      *> delete against one of the controlled reference files, named
      *> by its DD (GLMAP, FEESCHED, RATECHG, ALRTRULE, FILERULE,
      *> ALLOCPOL, BASISRUL, VELCTL). The record image is the row as
      *> it should read after the change, laid out exactly as the
      *> reference file's own record; a delete needs only the key
      *> fields filled in. The maker and submission time identify
      *> the change to the checker.
       01  REF-CHANGE-TRANSACTION.
           05  RCT-REF-FILE             PIC X(8).
           05  RCT-SUBMITTED-TS         PIC 9(14).
           05  RCT-MAKER-ID             PIC X(8).
           05  RCT-ACTION               PIC X(1).
               88  RCT-ADD              VALUE 'A'.
               88  RCT-CHANGE           VALUE 'C'.
               88  RCT-DELETE           VALUE 'D'.
           05  RCT-EFFECTIVE-DATE       PIC 9(8).
           05  RCT-RECORD-IMAGE         PIC X(80).
