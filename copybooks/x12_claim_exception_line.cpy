      *> 837 claim exception line - a claim the formatter kept off
      *> the interchange and why, so it is fixed and released on a
      *> later run rather than lost.
       01  X12-CLAIM-EXCEPTION-LINE.
           05  XCX-CONTROL-NUMBER       PIC 9(9).
           05  XCX-INSURANCE-CODE       PIC X(6).
           05  XCX-PATIENT-ID           PIC X(12).
           05  XCX-LINE-NUMBER          PIC 9(3).
           05  XCX-REASON               PIC X(30).
