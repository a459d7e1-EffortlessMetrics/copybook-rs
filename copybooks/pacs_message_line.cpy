      * pacs.008 message line - one line of the ISO 20022 XML
      * document the wire generator writes, an element to a line.
       01  PACS-MESSAGE-LINE.
           05  PML-TEXT            PIC X(256).
