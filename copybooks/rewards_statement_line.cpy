      *> Monthly rewards/cashback statement line for one account, with
      *> activity broken out by TRANS-TYPE alongside the purchase total.
      *> DELIVERY-CHANNEL is the channel the statement goes out by -
      *> mail unless the customer opted out of marketing mail for
      *> another channel.
       01  REWARDS-STATEMENT-LINE.
           05  RWS-RECORD-ID             PIC S9(15).
           05  FILLER                    PIC X(2).
           05  RWS-CASH-ADVANCE-TOTAL    PIC S9(11)V99.
           05  FILLER                    PIC X(2).
           05  RWS-FEE-TOTAL             PIC S9(11)V99.
           05  FILLER                    PIC X(2).
           05  RWS-DELIVERY-CHANNEL      PIC X(1).
