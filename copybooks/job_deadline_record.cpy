      *> Job deadline reference - a job whose finish carries an
      *> external commitment (the regulator transmission, the branch
      *> opening extract). The deadline is a clock time on the
      *> business date or the calendar day after it, since the window
      *> runs through midnight; a projection inside the warning
      *> margin alerts before the slack actually runs out.
       01  JOB-DEADLINE-RECORD.
           05  JDL-JOB-NAME             PIC X(8).
           05  JDL-DEADLINE-TIME        PIC 9(4).
           05  JDL-DAY-OFFSET           PIC 9(1).
               88  JDL-SAME-DAY         VALUE 0.
               88  JDL-NEXT-DAY         VALUE 1.
           05  JDL-WARN-MINUTES         PIC 9(4).
           05  JDL-DESCRIPTION          PIC X(20).
