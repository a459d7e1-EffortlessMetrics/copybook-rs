      *> Related-party master - one row per workforce user and
      *> enterprise identity the user is related to: the user's own
      *> identity, taken from the HR entitlement master, and every
      *> relation the user has declared - spouse or partner, other
      *> family, or a business the user owns or controls. A relation
      *> is never deleted; it is end-dated, and a zero end date means
      *> it stands.
       01  RELATED-PARTY-RECORD.
           05  RPM-PARTY-KEY.
               10  RPM-USER-ID          PIC X(8).
               10  RPM-ENTERPRISE-ID    PIC 9(12).
           05  RPM-RELATION-TYPE        PIC X(1).
               88  RPM-SELF             VALUE 'S'.
               88  RPM-SPOUSE-PARTNER   VALUE 'P'.
               88  RPM-FAMILY-MEMBER    VALUE 'F'.
               88  RPM-OWNED-BUSINESS   VALUE 'B'.
               88  RPM-OTHER-RELATION   VALUE 'O'.
           05  RPM-DECLARED-DATE        PIC 9(8).
           05  RPM-ENDED-DATE           PIC 9(8).
           05  RPM-LAST-MAINT-DATE      PIC 9(8).
