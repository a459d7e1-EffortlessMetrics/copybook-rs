      *> Contact-preference audit line - the before and after flag and
      *> date of every purpose and channel a maintenance action
      *> changed, with the source, who keyed it and when.
       01  CONTACT-PREFERENCE-AUDIT.
           05  CPA-ACTION-CODE          PIC X(1).
           05  CPA-ENTERPRISE-ID        PIC 9(12).
           05  CPA-PURPOSE              PIC X(1).
           05  CPA-CHANNEL              PIC X(1).
           05  CPA-BEFORE-FLAG          PIC X(1).
           05  CPA-BEFORE-DATE          PIC 9(8).
           05  CPA-AFTER-FLAG           PIC X(1).
           05  CPA-AFTER-DATE           PIC 9(8).
           05  CPA-SOURCE               PIC X(4).
           05  CPA-MAINT-USER           PIC X(8).
           05  CPA-MAINT-DATE           PIC 9(8).
