      *> Data use agreement maintenance transaction - add records a
      *> newly approved agreement, change replaces the terms of an
      *> amended one, terminate ends it on DUT-EXPIRY-DATE.
       01  DATA-USE-AGREEMENT-TRANSACTION.
           05  DUT-ACTION-CODE          PIC X(1).
               88  DUT-ADD              VALUE 'A'.
               88  DUT-CHANGE           VALUE 'C'.
               88  DUT-TERMINATE        VALUE 'T'.
           05  DUT-STUDY-ID             PIC X(10).
           05  DUT-STUDY-TITLE          PIC X(40).
           05  DUT-INVESTIGATOR         PIC X(30).
           05  DUT-IRB-REFERENCE        PIC X(15).
           05  DUT-RELEASE-TYPE         PIC X(1).
               88  DUT-RELEASE-TYPE-VALID VALUES 'S' 'L'.
           05  DUT-PERMITTED-ELEMENTS   PIC X(4).
           05  DUT-APPROVED-DATE        PIC 9(8).
           05  DUT-EXPIRY-DATE          PIC 9(8).
           05  DUT-MAINT-USER           PIC X(8).
           05  DUT-MAINT-DATE           PIC 9(8).
