      *> Provider productivity report line - month-to-date and
      *> year-to-date services, work RVUs, charges and payer payments
      *> for one provider, or rolled up by specialty, by department
      *> or for the whole report, with the year-to-date work-RVU
      *> target and the variance against it. Specialty, department
      *> and total lines leave the provider fields blank.
       01  PRODUCTIVITY-REPORT-LINE.
           05  PRD-LINE-TYPE            PIC X(1).
               88  PRD-PROVIDER-LINE    VALUE 'P'.
               88  PRD-SPECIALTY-LINE   VALUE 'S'.
               88  PRD-DEPARTMENT-LINE  VALUE 'D'.
               88  PRD-TOTAL-LINE       VALUE 'T'.
           05  PRD-REPORT-MONTH         PIC 9(6).
           05  PRD-PROVIDER-ID          PIC X(8).
           05  PRD-PROVIDER-NAME        PIC X(40).
           05  PRD-SPECIALTY            PIC X(20).
           05  PRD-DEPARTMENT-CODE      PIC X(4).
           05  PRD-MTD-SERVICES         PIC 9(7).
           05  PRD-MTD-WORK-RVU         PIC 9(7)V99.
           05  PRD-MTD-CHARGES          PIC S9(11)V99.
           05  PRD-MTD-PAID             PIC S9(11)V99.
           05  PRD-YTD-SERVICES         PIC 9(7).
           05  PRD-YTD-WORK-RVU         PIC 9(7)V99.
           05  PRD-YTD-CHARGES          PIC S9(11)V99.
           05  PRD-YTD-PAID             PIC S9(11)V99.
           05  PRD-YTD-TARGET-RVU       PIC 9(7)V99.
           05  PRD-YTD-VARIANCE-RVU     PIC S9(7)V99.
           05  PRD-PCT-OF-TARGET        PIC 9(3)V9.
