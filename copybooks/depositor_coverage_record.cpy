      *> Depositor coverage file - the standard depositor record, one
      *> per owner per ownership category: the accounts held, the
      *> principal and accrued interest on deposit, and the split of
      *> the total between insured and uninsured against the coverage
      *> limit. The owner is the enterprise identity wherever IDXREF
      *> links the customer, the CUSTOMER-ID where it does not, and
      *> the account itself where no customer has been seen on it.
       01  DEPOSITOR-COVERAGE-RECORD.
           05  DCR-RUN-DATE             PIC 9(8).
           05  DCR-OWNER-TYPE           PIC X(1).
               88  DCR-ENTERPRISE-OWNER VALUE 'E'.
               88  DCR-CUSTOMER-OWNER   VALUE 'C'.
               88  DCR-ACCOUNT-OWNER    VALUE 'A'.
           05  DCR-OWNER-ID             PIC 9(16).
           05  DCR-CUSTOMER-ID          PIC 9(12).
           05  DCR-OWNERSHIP-CATEGORY   PIC X(1).
               88  DCR-SINGLE           VALUE 'S'.
               88  DCR-JOINT            VALUE 'J'.
               88  DCR-BUSINESS         VALUE 'B'.
               88  DCR-TRUST            VALUE 'T'.
           05  DCR-ACCOUNT-COUNT        PIC 9(5).
           05  DCR-PRINCIPAL-BALANCE    PIC S9(13)V99.
           05  DCR-ACCRUED-INTEREST     PIC S9(13)V99.
           05  DCR-TOTAL-DEPOSITS       PIC S9(13)V99.
           05  DCR-COVERAGE-LIMIT       PIC 9(9)V99.
           05  DCR-INSURED-AMOUNT       PIC S9(13)V99.
           05  DCR-UNINSURED-AMOUNT     PIC S9(13)V99.
