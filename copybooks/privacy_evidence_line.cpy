      *> Privacy investigation evidence - one line per PHI access
      *> SNOOPDET flagged, filed under the investigation case it
      *> opened for that user and patient. Each reason flag is 'Y'
      *> when that test hit; the access detail is as the feed carried
      *> it, and TREATING-DEPT / TREATING-PROVIDER are the stay's.
       01  PRIVACY-EVIDENCE-LINE.
           05  PEV-CASE-ID              PIC X(16).
           05  PEV-AUTHORIZED-USER      PIC X(8).
           05  PEV-PATIENT-ID           PIC 9(10).
           05  PEV-ACCESS-TIMESTAMP     PIC 9(15).
           05  PEV-ACCESS-PURPOSE       PIC X(3).
           05  PEV-AUDIT-LOG-ID         PIC X(32).
           05  PEV-PHI-CATEGORY         PIC X(2).
           05  PEV-TREATING-DEPT        PIC X(4).
           05  PEV-TREATING-PROVIDER    PIC 9(10).
           05  PEV-USER-DEPARTMENT      PIC X(4).
           05  PEV-PROTECTED-FLAG       PIC X(1).
           05  PEV-PROTECT-CATEGORY     PIC X(1).
           05  PEV-SURNAME-FLAG         PIC X(1).
           05  PEV-ADDRESS-FLAG         PIC X(1).
