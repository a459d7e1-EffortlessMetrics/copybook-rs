      *> Lineage trace request - a disputed TRANSACTION-ID to be
      *> traced through the chain, with who asked for it.
       01  LINEAGE-TRACE-REQUEST.
           05  LTQ-TRANSACTION-ID       PIC 9(12).
           05  LTQ-REQUESTER-ID         PIC X(8).
