      *> Protected-person designation - maintained by the privacy
      *> office, one row per enterprise person whose records get the
      *> workforce-access watch beyond the employees HR already
      *> lists: a VIP, or an employee's family member (named with the
      *> employee's user ID). A zero end date leaves it open.
       01  PROTECTED-PERSON-RECORD.
           05  PPD-ENTERPRISE-ID        PIC 9(12).
           05  PPD-CATEGORY             PIC X(1).
               88  PPD-VIP              VALUE 'V'.
               88  PPD-FAMILY-MEMBER    VALUE 'F'.
           05  PPD-EMPLOYEE-USER-ID     PIC X(8).
           05  PPD-EFFECTIVE-DATE       PIC 9(8).
           05  PPD-END-DATE             PIC 9(8).
