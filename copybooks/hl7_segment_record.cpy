      *> HL7 segment record - one segment of an HL7 v2 message per
      *> record, as the registration interface engine writes them: the
      *> three-character segment ID, then the fields delimited by '|'
      *> with their components delimited by '^'. A message runs from
      *> its MSH segment up to the next MSH.
       01  HL7-SEGMENT-RECORD.
           05  HSG-SEGMENT-TEXT         PIC X(256).
           05  HSG-SEGMENT-PARTS REDEFINES HSG-SEGMENT-TEXT.
               10  HSG-SEGMENT-ID       PIC X(3).
               10  FILLER               PIC X(253).
