      *> Open-payables master - one row per matched vendor invoice
      *> line, due the vendor's terms days after the invoice date.
      *> The payment run settles due rows by check or ACH and stamps
      *> them paid with the check number or trace it went out on.
       01  OPEN-PAYABLE-RECORD.
           05  APO-PAYABLE-KEY.
               10  APO-VENDOR-ID        PIC 9(6).
               10  APO-INVOICE-NUMBER   PIC X(15).
               10  APO-INVOICE-LINE     PIC 9(3).
           05  APO-INVOICE-DATE         PIC 9(8).
           05  APO-PO-NUMBER            PIC 9(8).
           05  APO-PO-LINE-NUMBER       PIC 9(3).
           05  APO-AMOUNT               PIC 9(11)V99.
           05  APO-DUE-DATE             PIC 9(8).
           05  APO-PAYABLE-STATUS       PIC X(1).
               88  APO-OPEN             VALUE 'O'.
               88  APO-PAID             VALUE 'P'.
           05  APO-PAYMENT-METHOD       PIC X(1).
               88  APO-PAID-BY-CHECK    VALUE 'C'.
               88  APO-PAID-BY-ACH      VALUE 'A'.
           05  APO-PAYMENT-REFERENCE    PIC X(15).
           05  APO-PAID-DATE            PIC 9(8).
