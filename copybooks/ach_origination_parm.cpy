      *> ACH origination parameters - the one control card the NACHA
      *> file builder reads for the identities our ODFI assigned us:
      *> immediate destination and origin for the file header, the
      *> company name and identification every batch header carries,
      *> the ODFI identification on each batch, and the file ID
      *> modifier that distinguishes a second file on the same day.
       01  ACH-ORIGINATION-PARM.
           05  AOP-DESTINATION-ROUTING  PIC X(9).
           05  AOP-DESTINATION-NAME     PIC X(23).
           05  AOP-ORIGIN-ID            PIC X(10).
           05  AOP-ORIGIN-NAME          PIC X(23).
           05  AOP-COMPANY-NAME         PIC X(16).
           05  AOP-COMPANY-ID           PIC X(10).
           05  AOP-ODFI-ID              PIC X(8).
           05  AOP-ENTRY-DESCRIPTION    PIC X(10).
           05  AOP-FILE-ID-MODIFIER     PIC X(1).
