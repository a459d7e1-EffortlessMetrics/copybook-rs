      *> Data use agreement - one approved research study: the IRB
      *> approval it rests on, whether it may receive a limited data
      *> set or only Safe Harbor de-identified data, which data
      *> elements it may receive, and the dates it runs. Nothing is
      *> released against a terminated or expired agreement.
       01  DATA-USE-AGREEMENT-RECORD.
           05  DUA-STUDY-ID             PIC X(10).
           05  DUA-STUDY-TITLE          PIC X(40).
           05  DUA-INVESTIGATOR         PIC X(30).
           05  DUA-IRB-REFERENCE        PIC X(15).
           05  DUA-RELEASE-TYPE         PIC X(1).
               88  DUA-SAFE-HARBOR      VALUE 'S'.
               88  DUA-LIMITED-DATA-SET VALUE 'L'.
           05  DUA-PERMITTED-ELEMENTS.
               10  DUA-PERMIT-DIAGNOSES PIC X(1).
                   88  DUA-DIAGNOSES-PERMITTED  VALUE 'Y'.
               10  DUA-PERMIT-DEPARTMENT PIC X(1).
                   88  DUA-DEPARTMENT-PERMITTED VALUE 'Y'.
               10  DUA-PERMIT-FACILITY  PIC X(1).
                   88  DUA-FACILITY-PERMITTED   VALUE 'Y'.
               10  DUA-PERMIT-DATES     PIC X(1).
                   88  DUA-DATES-PERMITTED      VALUE 'Y'.
           05  DUA-APPROVED-DATE        PIC 9(8).
           05  DUA-EXPIRY-DATE          PIC 9(8).
           05  DUA-STATUS               PIC X(1).
               88  DUA-APPROVED         VALUE 'A'.
               88  DUA-TERMINATED       VALUE 'T'.
           05  DUA-MAINT-USER           PIC X(8).
           05  DUA-MAINT-DATE           PIC 9(8).
