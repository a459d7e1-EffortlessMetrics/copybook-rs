      *> State dormancy reference - the number of years an uncashed
      *> check must sit before it is presumed abandoned and becomes
      *> unclaimed property of the payee's state.
       01  STATE-DORMANCY-RECORD.
           05  SDR-STATE-CODE           PIC X(2).
           05  SDR-DORMANCY-YEARS       PIC 9(2).
