      *> Revenue integrity report line - per department, the lines
      *> validated, the lines repriced with the keyed and standard
      *> amounts and the net change, and the lines held back. The
      *> department '****' line totals the run.
       01  REVENUE-INTEGRITY-LINE.
           05  RIL-DEPARTMENT           PIC X(4).
           05  RIL-LINES-VALIDATED      PIC 9(7).
           05  RIL-LINES-REPRICED       PIC 9(7).
           05  RIL-KEYED-AMOUNT         PIC S9(11)V99.
           05  RIL-REPRICED-AMOUNT      PIC S9(11)V99.
           05  RIL-NET-CHANGE           PIC S9(11)V99.
           05  RIL-LINES-REJECTED       PIC 9(7).
           05  RIL-REJECTED-AMOUNT      PIC S9(11)V99.
