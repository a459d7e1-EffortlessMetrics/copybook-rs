      *> Contact suppression line - one contact an outreach program
      *> dropped or re-channelled on the contact-preference master.
      *> Each program writes its own file; the month's files are
      *> concatenated for CPREFRPT.
       01  CONTACT-SUPPRESSION-LINE.
           05  CSL-PROGRAM-ID           PIC X(8).
           05  CSL-RUN-DATE             PIC 9(8).
           05  CSL-ID-TYPE              PIC X(1).
           05  CSL-DOMAIN-ID            PIC 9(12).
           05  CSL-ENTERPRISE-ID        PIC 9(12).
           05  CSL-PURPOSE              PIC X(1).
           05  CSL-CHANNEL              PIC X(1).
           05  CSL-DECISION             PIC X(1).
               88  CSL-DROPPED          VALUE 'D'.
               88  CSL-RECHANNELLED     VALUE 'R'.
           05  CSL-OUT-CHANNEL          PIC X(1).
