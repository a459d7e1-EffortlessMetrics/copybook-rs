      *> Lineage event request block - the parameter area every stage
      *> of the transaction chain passes to LINEVENT. The caller sets
      *> its program name and run date once; each event call fills
      *> the transaction, stage, amounts and detail, and the run's
      *> generation comes back on every call. The end-of-run call
      *> closes the lineage file.
       01  LINEAGE-EVENT-REQUEST.
           05  LNR-FUNCTION             PIC X(1).
               88  LNR-RECORD-EVENT     VALUE 'W'.
               88  LNR-END-OF-RUN       VALUE 'C'.
           05  LNR-PROGRAM              PIC X(8).
           05  LNR-RUN-DATE             PIC 9(8).
           05  LNR-GENERATION           PIC 9(3).
           05  LNR-TRANSACTION-ID       PIC 9(12).
           05  LNR-STAGE                PIC X(4).
           05  LNR-BEFORE-AMOUNT        PIC S9(13)V99.
           05  LNR-AFTER-AMOUNT         PIC S9(13)V99.
           05  LNR-DETAIL               PIC X(40).
