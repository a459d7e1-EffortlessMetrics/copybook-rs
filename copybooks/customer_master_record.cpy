      *> Customer master - the maintained, keyed view of
      *> CUSTOMER-RECORD identification, balance and status, updated
      *> only through CUSTMNT transactions instead of file edits.
      *> OWNERSHIP-CATEGORY is the deposit-insurance ownership
      *> category the customer's deposits are held in; blank leaves it
      *> to follow the customer's CUSTOMER-CLASSIFICATION.
       01  CUSTOMER-MASTER-RECORD.
           05  CM-CUSTOMER-ID           PIC 9(10).
           05  CM-CUSTOMER-NAME         PIC X(30).
               88  CM-STATUS-INACTIVE   VALUE 'I'.
           05  CM-EFFECTIVE-DATE        PIC 9(8).
           05  CM-CREDIT-LIMIT          PIC S9(13)V99.
           05  CM-OWNERSHIP-CATEGORY    PIC X(1).
               88  CM-SINGLE-OWNERSHIP  VALUE 'S'.
               88  CM-JOINT-OWNERSHIP   VALUE 'J'.
               88  CM-BUSINESS-OWNERSHIP VALUE 'B'.
               88  CM-TRUST-OWNERSHIP   VALUE 'T'.
               88  CM-OWNERSHIP-UNSET   VALUE ' '.
