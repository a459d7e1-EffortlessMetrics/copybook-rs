      *> Denial aging report line. An aging line totals the open
      *> cases of one queue, category and payer by how close each is
      *> to losing its appeal window - bucket 1 lapsed in this run,
      *> then due within 15, 30 and 60 days and beyond. A trend line
      *> gives one payer's denial rate for one remittance month.
       01  DENIAL-AGING-LINE.
           05  DNA-RECORD-TYPE          PIC X(1).
               88  DNA-AGING            VALUE 'A'.
               88  DNA-TREND            VALUE 'T'.
           05  DNA-QUEUE-ID             PIC X(8).
           05  DNA-CATEGORY             PIC X(2).
           05  DNA-INSURANCE-CODE       PIC X(6).
           05  DNA-REMIT-MONTH          PIC 9(6).
           05  DNA-BUCKET OCCURS 5 TIMES.
               10  DNA-BUCKET-COUNT     PIC 9(5).
               10  DNA-BUCKET-AMOUNT    PIC S9(11)V99.
           05  DNA-AT-RISK-AMOUNT       PIC S9(13)V99.
           05  DNA-LINES-REMITTED       PIC 9(7).
           05  DNA-LINES-DENIED         PIC 9(7).
           05  DNA-BILLED-AMOUNT        PIC S9(13)V99.
           05  DNA-DENIED-AMOUNT        PIC S9(13)V99.
           05  DNA-DENIAL-RATE          PIC 9(3)V99.
