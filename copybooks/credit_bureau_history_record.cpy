      *> Credit bureau reporting master - one row per card account
      *> (performance RECORD-ID) carrying what was furnished last: the
      *> 24-month payment history profile built a month at a time
      *> from the DELINQ bucket the account stood in (most recent
      *> month first; 'B' is a month with no history, 'L' charged
      *> off), the status and compliance condition sent, and the
      *> charge-off and deceased reporting that must stay consistent
      *> from month to month. The row with RECORD-ID zero is the run
      *> control: CONTROL-COUNT is the base segments in the last
      *> submission, for reconciling the bureau's error return.
       01  CREDIT-BUREAU-HISTORY-RECORD.
           05  BUR-RECORD-ID            PIC 9(15).
           05  BUR-LAST-REPORTED-MONTH  PIC 9(6).
           05  BUR-LAST-REPORTED-DATE   PIC 9(8).
           05  BUR-PAYMENT-HISTORY      PIC X(24).
           05  BUR-FIRST-DELINQ-DATE    PIC 9(8).
           05  BUR-HIGHEST-BALANCE      PIC 9(9).
           05  BUR-CHARGE-OFF-FLAG      PIC X(1).
               88  BUR-CHARGED-OFF      VALUE 'Y'.
           05  BUR-CHARGE-OFF-DATE      PIC 9(8).
           05  BUR-CHARGE-OFF-AMOUNT    PIC 9(9).
           05  BUR-LAST-STATUS          PIC X(2).
           05  BUR-LAST-CCC             PIC X(2).
           05  BUR-LAST-BALANCE         PIC 9(9).
           05  BUR-REPORT-STATE         PIC X(1).
               88  BUR-REPORTED         VALUE 'R'.
               88  BUR-SUPPRESSED       VALUE 'S'.
           05  BUR-DECEASED-REPORTED    PIC 9(8).
           05  BUR-LAST-REJECT-CODE     PIC X(3).
           05  BUR-LAST-REJECT-DATE     PIC 9(8).
           05  BUR-CONTROL-COUNT        PIC 9(9).
