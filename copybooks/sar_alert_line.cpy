      *> Suspicious-activity alert register line - every alert taken
      *> in from a monitoring feed, the case it landed on, and whether
      *> it opened that case, joined an open one, or arrived as
      *> continuing activity on a filed one.
       01  SAR-ALERT-LINE.
           05  SAA-ALERT-DATE           PIC 9(8).
           05  SAA-SOURCE-PROGRAM       PIC X(8).
           05  SAA-CASE-ID              PIC 9(10).
           05  SAA-SUBJECT-TYPE         PIC X(1).
           05  SAA-SUBJECT-ID           PIC X(20).
           05  SAA-ALERT-REF            PIC X(20).
           05  SAA-ALERT-AMOUNT         PIC 9(13)V99.
           05  SAA-CASE-ACTION          PIC X(1).
               88  SAA-NEW-CASE         VALUE 'N'.
               88  SAA-ADDED-TO-CASE    VALUE 'A'.
               88  SAA-CONTINUING       VALUE 'C'.
