      *> extension flag is invoked at intake), routes to its
      *> fulfillment program - SARPKG for access and portability,
      *> GDPRRECT rectification, GDPRERAS erasure, RPSUPPRS
      *> restriction, OBJWFLOW objection, ADRREG human review of an
      *> automated decision - on the routing extract, and
      *> completions post back against the clock. The run closes
      *> with the daily at-risk list of open requests nearing or
      *> past their deadline and the authority-ready summary of
      *> volumes and timeliness by right type.
                   MOVE "RPSUPPRS" TO RRG-ROUTED-PROGRAM
               WHEN RIN-OBJECTION
                   MOVE "OBJWFLOW" TO RRG-ROUTED-PROGRAM
               WHEN RIN-AUTOMATED-DECISION
                   MOVE "ADRREG" TO RRG-ROUTED-PROGRAM
               WHEN OTHER
                   MOVE "REVIEW" TO RRG-ROUTED-PROGRAM
           END-EVALUATE
           MOVE RRG-RIGHT-EXERCISED TO RRT-RIGHT-EXERCISED
           MOVE RRG-ROUTED-PROGRAM  TO RRT-ROUTED-PROGRAM
           MOVE RRG-DUE-DATE        TO RRT-DUE-DATE
           MOVE RIN-DECISION-PROGRAM TO RRT-DECISION-PROGRAM
           WRITE RIGHTS-ROUTING-LINE.

      *> A completion for a request not open on the register counts
