      *> Re-consent outreach line - one mailed subject in this run's
      *> wave, with the superseded version and consent age that got
      *> them selected, and the channel the request goes by.
       01  RECONSENT-OUTREACH-LINE.
           05  RCO-DATA-SUBJECT-ID      PIC 9(12).
           05  RCO-CONSENT-VERSION      PIC X(8).
           05  RCO-CONSENT-AGE-DAYS     PIC 9(5).
           05  RCO-WAVE-NUMBER          PIC 9(3).
           05  RCO-CONTACT-CHANNEL      PIC X(1).
