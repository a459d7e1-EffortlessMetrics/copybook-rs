      *> B-notice letter cycle line - one per customer still under a
      *> B-notice: which letter is owed or out, when it was mailed,
      *> when the response falls due, and whether withholding has
      *> begun because the due date passed without a cure.
       01  TIN-NOTICE-LETTER-LINE.
           05  TNL-RUN-DATE             PIC 9(8).
           05  TNL-CUSTOMER-ID          PIC 9(12).
           05  TNL-TIN-STATUS           PIC X(1).
           05  TNL-LETTER-TYPE          PIC X(1).
           05  TNL-LETTER-STATE         PIC X(1).
           05  TNL-NOTICE-DATE          PIC 9(8).
           05  TNL-LETTER-SENT-DATE     PIC 9(8).
           05  TNL-RESPONSE-DUE-DATE    PIC 9(8).
           05  TNL-WITHHOLDING-FLAG     PIC X(1).
               88  TNL-WITHHOLDING      VALUE 'Y'.
               88  TNL-NOT-WITHHOLDING  VALUE 'N'.
