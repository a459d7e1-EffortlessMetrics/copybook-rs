      * pacs.008 message parameters - the control card the ISO 20022
      * wire generator reads: our BIC as instructing agent (and the
      * agent that takes the charges), the correspondent's BIC as
      * instructed agent, the settlement currency, and the prefix our
      * message IDs carry.
       01  PACS-MESSAGE-PARM.
           05  PMP-INSTRUCTING-BIC PIC X(11).
           05  PMP-INSTRUCTED-BIC  PIC X(11).
           05  PMP-CURRENCY        PIC X(3).
           05  PMP-MSG-ID-PREFIX   PIC X(8).
