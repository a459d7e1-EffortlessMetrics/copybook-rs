      *> Vendor master - the maintained, keyed roster of suppliers:
      *> name, status and quoted lead time, updated only through
      *> VENDMNT transactions the way CUSTMNT maintains customers.
      *> Payables are due the vendor's terms days after the invoice
      *> date and paid by check to the remit address, or by ACH to
      *> the vendor's bank account when enrolled.
       01  VENDOR-MASTER-RECORD.
           05  VND-VENDOR-ID            PIC 9(6).
           05  VND-VENDOR-NAME          PIC X(30).
               88  VND-STATUS-INACTIVE  VALUE 'I'.
           05  VND-LEAD-TIME-DAYS       PIC 9(3).
           05  VND-EFFECTIVE-DATE       PIC 9(8).
           05  VND-PAYMENT-TERMS-DAYS   PIC 9(3).
           05  VND-PAYMENT-METHOD       PIC X(1).
               88  VND-PAY-BY-CHECK     VALUE 'C' ' '.
               88  VND-PAY-BY-ACH       VALUE 'A'.
           05  VND-REMIT-ADDRESS        PIC X(60).
           05  VND-BANK-ROUTING         PIC X(9).
           05  VND-BANK-ACCOUNT         PIC X(17).
