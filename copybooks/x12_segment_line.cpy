      *> X12 segment line - one segment of the 837 interchange the
      *> claim formatter writes, a segment to a line, each ended by
      *> its '~' terminator.
       01  X12-SEGMENT-LINE.
           05  XSG-TEXT                 PIC X(256).
