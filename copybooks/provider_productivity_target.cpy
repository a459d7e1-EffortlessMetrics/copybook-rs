      *> Provider productivity target - the annual work-RVU target in
      *> a provider's compensation plan for one plan (calendar) year.
       01  PROVIDER-PRODUCTIVITY-TARGET.
           05  PPT-PROVIDER-ID          PIC X(8).
           05  PPT-PLAN-YEAR            PIC 9(4).
           05  PPT-ANNUAL-WORK-RVU      PIC 9(7)V99.
