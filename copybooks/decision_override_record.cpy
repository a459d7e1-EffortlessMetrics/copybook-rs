      *> Decision override - a reviewer's override still in force,
      *> extracted by ADRREG each run for the program that took the
      *> original decision. While it holds, that program applies the
      *> override value (credit limit or rate) in place of its own
      *> rule for the customer; for RISKRTE it lifts the diversion.
       01  DECISION-OVERRIDE-RECORD.
           05  DOV-DATA-SUBJECT-ID      PIC 9(12).
           05  DOV-PROGRAM-ID           PIC X(8).
           05  DOV-OVERRIDE-VALUE       PIC S9(13)V9(4).
           05  DOV-OVERRIDE-UNTIL       PIC 9(8).
