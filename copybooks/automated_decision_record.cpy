      *> Automated decision record - one decision a batch program took
      *> about a customer with no person involved: the credit-line
      *> change CLADJUST made, the rate REPRICE moved by score band,
      *> or the transaction RISKRTE diverted on risk profile. Each of
      *> those programs writes it with the inputs the rule looked at
      *> and up to four reason codes, most significant first; ADRREG
      *> keeps it on the decision register for the retention period
      *> and carries any human review the customer asks for through
      *> RIGHTREG. REFERENCE names the item decided on where there
      *> can be more than one a day (the transaction ID), else blank.
      *> Reason codes:
      *>   LS credit score below the cut-off   HS credit score strong
      *>   HU balance over or near the limit   LU low utilization
      *>   SB credit score band repriced       HR high-risk profile
      *>   RS restricted profile
       01  AUTOMATED-DECISION-RECORD.
           05  ADR-DECISION-KEY.
               10  ADR-DATA-SUBJECT-ID  PIC 9(12).
               10  ADR-PROGRAM-ID       PIC X(8).
               10  ADR-DECISION-DATE    PIC 9(8).
               10  ADR-REFERENCE        PIC X(16).
           05  ADR-DECISION-CODE        PIC X(2).
               88  ADR-LIMIT-INCREASE   VALUE 'LI'.
               88  ADR-LIMIT-DECREASE   VALUE 'LD'.
               88  ADR-RATE-INCREASE    VALUE 'RI'.
               88  ADR-RATE-DECREASE    VALUE 'RD'.
               88  ADR-REVIEW-DIVERSION VALUE 'MR'.
           05  ADR-ADVERSE-FLAG         PIC X(1).
               88  ADR-ADVERSE          VALUE 'Y'.
           05  ADR-CUSTOMER-NAME        PIC X(40).
           05  ADR-INPUTS.
               10  ADR-CREDIT-SCORE     PIC 9(3).
               10  ADR-UTILIZATION-PCT  PIC 9(3).
               10  ADR-RISK-PROFILE     PIC X(1).
               10  ADR-OLD-VALUE        PIC S9(13)V9(4).
               10  ADR-NEW-VALUE        PIC S9(13)V9(4).
           05  ADR-REASON-CODES.
               10  ADR-REASON-CODE OCCURS 4 TIMES
                                        PIC X(2).
      *> Register-side fields - blank or zero as the deciding
      *> program writes the record.
           05  ADR-RETAIN-UNTIL         PIC 9(8).
           05  ADR-REVIEW-STATUS        PIC X(1).
               88  ADR-NOT-REVIEWED     VALUE SPACE.
               88  ADR-REVIEW-REQUESTED VALUE 'R'.
               88  ADR-UPHELD           VALUE 'U'.
               88  ADR-OVERRIDDEN       VALUE 'O'.
           05  ADR-REVIEW-REQUEST-ID    PIC 9(10).
           05  ADR-REVIEWER-ID          PIC X(8).
           05  ADR-REVIEW-DATE          PIC 9(8).
           05  ADR-OVERRIDE-VALUE       PIC S9(13)V9(4).
           05  ADR-OVERRIDE-UNTIL       PIC 9(8).
