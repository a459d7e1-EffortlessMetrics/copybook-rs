      *> Period close checklist line - for one period not yet
      *> hard-closed, whether each feed that must balance before the
      *> close has done so: done, run but out of balance, or still
      *> outstanding, with the date of the run the status rests on.
       01  CLOSE-CHECKLIST-LINE.
           05  CCL-PERIOD               PIC 9(6).
           05  CCL-PERIOD-STATUS        PIC X(1).
           05  CCL-FEED-PROGRAM         PIC X(8).
           05  CCL-FEED-STATUS          PIC X(1).
               88  CCL-FEED-DONE        VALUE 'D'.
               88  CCL-FEED-BREAK       VALUE 'B'.
               88  CCL-FEED-OUTSTANDING VALUE 'O'.
           05  CCL-LAST-RUN-DATE        PIC 9(8).
           05  CCL-CHECK-DATE           PIC 9(8).
