      *> Accounts-payable disbursement control - the single record
      *> naming the paying company and the operating account checks
      *> are drawn on and ACH credits originate from, with the last
      *> check number and ACH trace sequence the payment run issued.
       01  AP-DISBURSEMENT-CONTROL.
           05  ADC-PAYOR-NAME           PIC X(50).
           05  ADC-PAYOR-ADDRESS        PIC X(60).
           05  ADC-ORIGIN-ROUTING       PIC X(9).
           05  ADC-ORIGIN-ACCOUNT       PIC X(17).
           05  ADC-ORIGIN-NAME          PIC X(22).
           05  ADC-LAST-CHECK-NUMBER    PIC 9(8).
           05  ADC-LAST-TRACE-SEQUENCE  PIC 9(7).
