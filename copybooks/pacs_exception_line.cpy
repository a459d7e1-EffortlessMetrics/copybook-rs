      * pacs.008 exception line - a wire field that broke the
      * message character-set rules: a name cut back to the last
      * permitted character still goes out and is reported as
      * truncated; an identifier, or a name with nothing left to
      * send, keeps the whole wire off the message. A clean wire
      * that found the message already full is held for the next
      * run.
       01  PACS-EXCEPTION-LINE.
           05  PXL-TRANS-ID        PIC X(16).
           05  PXL-FIELD-NAME      PIC X(16).
           05  PXL-FIELD-VALUE     PIC X(40).
           05  PXL-ACTION          PIC X(1).
               88  PXL-TRUNCATED       VALUE 'T'.
               88  PXL-REJECTED        VALUE 'R'.
               88  PXL-HELD            VALUE 'H'.
