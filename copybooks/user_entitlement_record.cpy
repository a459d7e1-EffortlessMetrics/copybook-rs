      *> User entitlement master - HR-fed roster of live users, one row
      *> per user ID with status, termination date and the monetary
      *> limit the user is entitled to approve. The workforce identity
      *> that follows - the user's own enterprise person ID, home
      *> surname and address, home department and, for a clinician,
      *> the provider ID the clinical feeds carry - is what the privacy
      *> jobs test workforce access against; zero or blank means HR
      *> holds none.
       01  USER-ENTITLEMENT-RECORD.
           05  UEM-USER-ID              PIC X(8).
           05  UEM-USER-STATUS          PIC X(1).
               88  UEM-TERMINATED       VALUE 'T'.
           05  UEM-TERMINATION-DATE     PIC 9(8).
           05  UEM-APPROVAL-LIMIT       PIC 9(13)V99.
           05  UEM-ENTERPRISE-ID        PIC 9(12).
           05  UEM-SURNAME              PIC X(30).
           05  UEM-ADDRESS-LINE         PIC X(40).
           05  UEM-POSTAL-CODE          PIC X(10).
           05  UEM-DEPARTMENT-CODE      PIC X(4).
           05  UEM-PROVIDER-ID          PIC 9(10).
           05  UEM-HOME-COUNTRY         PIC X(3).
