      * Account analysis parameter - the managed earnings credit rate,
      * an annual percentage applied to a business account's average
      * collected balance for the days of the analysis month.
       01  ACCOUNT-ANALYSIS-PARM.
           05  AAP-EARNINGS-CREDIT-RATE PIC 9(2)V9(4).
