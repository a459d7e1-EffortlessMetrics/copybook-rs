      *> Relative-value reference - the work RVU a treatment is worth,
      *> keyed on TREATMENT-CODE, for crediting provider productivity.
       01  RVU-REFERENCE-RECORD.
           05  RVU-TREATMENT-CODE       PIC X(10).
           05  RVU-WORK-RVU             PIC 9(3)V99.
           05  RVU-DESCRIPTION          PIC X(30).
