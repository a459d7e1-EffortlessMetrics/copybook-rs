      *> Credit bureau furnishing file in the industry base-segment
      *> layout - a header record, one base segment per reported card
      *> account, and a trailer with the segment and status counts.
      *> Amounts are whole dollars; dates are CCYYMMDD.
       01  CREDIT-BUREAU-HEADER.
           05  CBH-SEGMENT-ID           PIC X(7) VALUE 'HEADER'.
           05  CBH-IDENTIFICATION-NUMBER PIC X(20).
           05  CBH-ACTIVITY-DATE        PIC 9(8).
           05  CBH-CREATED-DATE         PIC 9(8).
           05  CBH-REPORTER-NAME        PIC X(40).
       01  CREDIT-BUREAU-BASE-SEGMENT.
           05  CBB-SEGMENT-ID           PIC X(7) VALUE 'BASE'.
           05  CBB-PROCESSING-INDICATOR PIC X(1).
           05  CBB-TIME-STAMP           PIC 9(8).
           05  CBB-IDENTIFICATION-NUMBER PIC X(20).
           05  CBB-CYCLE-IDENTIFIER     PIC X(2).
           05  CBB-CONSUMER-ACCOUNT-NUMBER PIC X(30).
           05  CBB-PORTFOLIO-TYPE       PIC X(1).
           05  CBB-ACCOUNT-TYPE         PIC X(2).
           05  CBB-DATE-OPENED          PIC 9(8).
           05  CBB-CREDIT-LIMIT         PIC 9(9).
           05  CBB-HIGHEST-CREDIT       PIC 9(9).
           05  CBB-TERMS-DURATION       PIC X(3).
           05  CBB-TERMS-FREQUENCY      PIC X(1).
           05  CBB-SCHEDULED-PAYMENT    PIC 9(9).
           05  CBB-ACTUAL-PAYMENT       PIC 9(9).
           05  CBB-ACCOUNT-STATUS       PIC X(2).
               88  CBB-STATUS-CURRENT   VALUE '11'.
               88  CBB-STATUS-CLOSED-ZERO VALUE '13'.
               88  CBB-STATUS-DELINQUENT VALUE '71' '78' '80' '82'.
               88  CBB-STATUS-CHARGED-OFF VALUE '97'.
           05  CBB-PAYMENT-RATING       PIC X(1).
           05  CBB-PAYMENT-HISTORY      PIC X(24).
           05  CBB-SPECIAL-COMMENT      PIC X(2).
           05  CBB-COMPLIANCE-CONDITION PIC X(2).
               88  CBB-DISPUTED         VALUE 'XB'.
               88  CBB-DISPUTE-RESOLVED VALUE 'XH'.
           05  CBB-CURRENT-BALANCE      PIC 9(9).
           05  CBB-AMOUNT-PAST-DUE      PIC 9(9).
           05  CBB-ORIGINAL-CHARGE-OFF  PIC 9(9).
           05  CBB-DATE-ACCOUNT-INFO    PIC 9(8).
           05  CBB-DATE-FIRST-DELINQUENCY PIC 9(8).
           05  CBB-DATE-CLOSED          PIC 9(8).
           05  CBB-DATE-LAST-PAYMENT    PIC 9(8).
           05  CBB-CONSUMER-NAME        PIC X(100).
           05  CBB-ECOA-CODE            PIC X(1).
               88  CBB-INDIVIDUAL       VALUE '1'.
               88  CBB-DECEASED         VALUE 'X'.
           05  CBB-ADDRESS-LINE-1       PIC X(32).
           05  CBB-ADDRESS-LINE-2       PIC X(32).
           05  CBB-CITY                 PIC X(20).
           05  CBB-STATE                PIC X(2).
           05  CBB-POSTAL-CODE          PIC X(9).
           05  CBB-TELEPHONE            PIC X(10).
       01  CREDIT-BUREAU-TRAILER.
           05  CBT-SEGMENT-ID           PIC X(7) VALUE 'TRAILER'.
           05  CBT-BASE-COUNT           PIC 9(9).
           05  CBT-CURRENT-COUNT        PIC 9(9).
           05  CBT-DELINQUENT-COUNT     PIC 9(9).
           05  CBT-CLOSED-COUNT         PIC 9(9).
           05  CBT-CHARGED-OFF-COUNT    PIC 9(9).
           05  CBT-DECEASED-COUNT       PIC 9(9).
           05  CBT-DISPUTED-COUNT       PIC 9(9).
           05  CBT-BALANCE-TOTAL        PIC 9(13).
