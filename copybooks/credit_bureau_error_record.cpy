      *> Credit bureau error return - one record per base segment the
      *> bureau refused from a submission, naming the field and the
      *> bureau's error code.
       01  CREDIT-BUREAU-ERROR-RECORD.
           05  BER-CONSUMER-ACCOUNT-NUMBER PIC X(30).
           05  BER-ACTIVITY-DATE        PIC 9(8).
           05  BER-ERROR-CODE           PIC X(3).
           05  BER-FIELD-NAME           PIC X(20).
           05  BER-ERROR-TEXT           PIC X(60).
