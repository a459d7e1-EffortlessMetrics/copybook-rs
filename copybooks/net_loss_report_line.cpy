      *> Net credit loss report line - the month's gross charge-offs,
      *> recoveries and net loss for one CUSTOMER-CLASSIFICATION and
      *> CREDIT-SCORE band, as they stood at charge-off, for the credit
      *> committee. Classification '**' is the portfolio total.
       01  NET-LOSS-REPORT-LINE.
           05  NLR-REPORT-MONTH         PIC 9(6).
           05  NLR-CLASSIFICATION       PIC X(2).
           05  NLR-SCORE-BAND           PIC X(1).
               88  NLR-BAND-UNSCORED    VALUE '0'.
               88  NLR-BAND-BELOW-580   VALUE '1'.
               88  NLR-BAND-580-669     VALUE '2'.
               88  NLR-BAND-670-739     VALUE '3'.
               88  NLR-BAND-740-799     VALUE '4'.
               88  NLR-BAND-800-PLUS    VALUE '5'.
               88  NLR-BAND-ALL         VALUE '*'.
           05  NLR-SCORE-RANGE          PIC X(7).
           05  NLR-CHARGE-OFF-COUNT     PIC 9(7).
           05  NLR-GROSS-CHARGE-OFF     PIC S9(15)V99.
           05  NLR-RECOVERY-COUNT       PIC 9(7).
           05  NLR-RECOVERIES           PIC S9(15)V99.
           05  NLR-NET-LOSS             PIC S9(15)V99.
