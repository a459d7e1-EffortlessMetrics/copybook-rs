      *> Related-party maintenance transaction - a workforce user's
      *> declaration of a relation to an enterprise identity, or the
      *> end of one, effective from the date given. The user's own
      *> identity is not declared here; it follows HR.
       01  RELATED-PARTY-TRANSACTION.
           05  RPT-ACTION               PIC X(1).
               88  RPT-DECLARE          VALUE 'A'.
               88  RPT-END              VALUE 'E'.
           05  RPT-USER-ID              PIC X(8).
           05  RPT-ENTERPRISE-ID        PIC 9(12).
           05  RPT-RELATION-TYPE        PIC X(1).
               88  RPT-VALID-RELATION   VALUE 'P' 'F' 'B' 'O'.
           05  RPT-EFFECTIVE-DATE       PIC 9(8).
