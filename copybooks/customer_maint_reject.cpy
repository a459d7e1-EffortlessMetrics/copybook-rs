               88  CMX-BALANCE-NOT-ZERO VALUE 'B'.
               88  CMX-NAME-BLANK       VALUE 'M'.
               88  CMX-BAD-ACTION       VALUE 'U'.
               88  CMX-BAD-OWNERSHIP    VALUE 'O'.
