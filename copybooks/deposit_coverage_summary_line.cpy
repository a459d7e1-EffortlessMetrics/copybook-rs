      *> Uninsured exposure summary - one line per ownership category
      *> and a closing line (category '*') for the whole book: the
      *> depositors and accounts covered, total deposits, and how much
      *> of it is insured and uninsured.
       01  DEPOSIT-COVERAGE-SUMMARY-LINE.
           05  DCS-RUN-DATE             PIC 9(8).
           05  DCS-OWNERSHIP-CATEGORY   PIC X(1).
               88  DCS-ALL-CATEGORIES   VALUE '*'.
           05  DCS-DEPOSITOR-COUNT      PIC 9(7).
           05  DCS-UNINSURED-DEPOSITORS PIC 9(7).
           05  DCS-ACCOUNT-COUNT        PIC 9(7).
           05  DCS-TOTAL-DEPOSITS       PIC S9(15)V99.
           05  DCS-INSURED-AMOUNT       PIC S9(15)V99.
           05  DCS-UNINSURED-AMOUNT     PIC S9(15)V99.
