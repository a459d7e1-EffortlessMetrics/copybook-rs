      *> Monthly contact-suppression report line - per outreach
      *> program and contact purpose, the contacts dropped and the
      *> contacts re-channelled in the month, with a total line per
      *> program (purpose '*') and a grand total (program 'ALL').
       01  CONTACT-SUPPRESSION-SUMMARY-LINE.
           05  CSS-MONTH                PIC 9(6).
           05  CSS-PROGRAM-ID           PIC X(8).
           05  CSS-PURPOSE              PIC X(1).
           05  CSS-DROPPED-COUNT        PIC 9(7).
           05  CSS-RECHANNELLED-COUNT   PIC 9(7).
