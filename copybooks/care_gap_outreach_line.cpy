      *> Care-gap outreach line - a registry patient whose condition
      *> has gone quiet past its gap threshold, for the monthly
      *> outreach extract. Revoked-consent patients, and patients
      *> opted out of clinical outreach with no other channel, never
      *> reach this file; CONTACT-CHANNEL is the channel the letter
      *> or call goes by.
       01  CARE-GAP-OUTREACH-LINE.
           05  CGO-PATIENT-ID           PIC X(12).
           05  CGO-CONDITION-CODE       PIC X(4).
           05  CGO-LAST-ACTIVITY-DATE   PIC 9(8).
           05  CGO-MONTHS-SINCE         PIC 9(3).
           05  CGO-GAP-MONTHS           PIC 9(2).
           05  CGO-CONTACT-CHANNEL      PIC X(1).
