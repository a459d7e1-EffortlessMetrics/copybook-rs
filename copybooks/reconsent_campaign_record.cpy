      *> Re-consent campaign master - one row per data subject the
      *> campaign selected: pending until a wave mails them, mailed
      *> until they respond, and expired when the response window
      *> closes - at which point the processing stop applies. A
      *> subject opted out of service contact with no other channel
      *> is held suppressed instead of mailed, and is checked again
      *> each wave; once the response window has run from the day
      *> the hold began it expires like a mailed non-responder.
       01  RECONSENT-CAMPAIGN-RECORD.
           05  RCC-DATA-SUBJECT-ID      PIC 9(12).
           05  RCC-CAMPAIGN-STATUS      PIC X(1).
               88  RCC-MAILED           VALUE 'M'.
               88  RCC-RESPONDED        VALUE 'R'.
               88  RCC-EXPIRED          VALUE 'X'.
               88  RCC-CONTACT-SUPPRESSED VALUE 'S'.
           05  RCC-CONSENT-VERSION      PIC X(8).
           05  RCC-WAVE-NUMBER          PIC 9(3).
           05  RCC-SELECTED-DATE        PIC 9(8).
           05  RCC-MAILED-DATE          PIC 9(8).
           05  RCC-RESPONSE-DATE        PIC 9(8).
           05  RCC-HELD-DATE            PIC 9(8).
