      *> PRODRPT - Monthly provider productivity report. Credits every
      *> DIAGNOSES treatment line to its TREATMENT-INFO PROVIDER-ID,
      *> weighted by the work RVU on the relative-value reference for
      *> its TREATMENT-CODE, and counts it in the report month and the
      *> year to date by its START-DATE (the admission date when the
      *> line has none). Payer payments come from the same remittance
      *> lines REMITPST posts, by remit date: a line-level payment is
      *> credited to the claim line's rendering provider and a
      *> whole-claim payment to the claim's billing provider. Each
      *> provider on the master gets a line with its year-to-date
      *> work-RVU target, prorated by months elapsed, and the variance
      *> against it for compensation plan reconciliation; specialty,
      *> department and report totals follow. The report month is the
      *> month of the business date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RVU-FILE ASSIGN TO "RVUREF"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROVIDER-FILE ASSIGN TO "PROVMSTR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TARGET-FILE ASSIGN TO "PROVTGT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLAIM-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REMIT-FILE ASSIGN TO "REMITIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PATIENT-FILE ASSIGN TO "HCENTREC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "PRODRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RVU-FILE.
           COPY rvu_reference_record.
       FD  PROVIDER-FILE.
           COPY provider_master_record.
       FD  TARGET-FILE.
           COPY provider_productivity_target.
       FD  CLAIM-FILE.
           COPY insurance_claim_record.
       FD  REMIT-FILE.
           COPY payer_remittance_record.
       FD  PATIENT-FILE.
           COPY ac2_level88_after_odo_enterprise.
       FD  REPORT-FILE.
           COPY productivity_report_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-REPORT-MONTH             PIC 9(6).
       01  WS-REPORT-YEAR              PIC 9(4).
       01  WS-MONTHS-ELAPSED           PIC 9(2).
       01  WS-CREDIT-DATE              PIC 9(8).
       01  WS-CREDIT-MONTH             PIC 9(6).
       01  WS-CREDIT-YEAR              PIC 9(4).
       01  WS-CREDIT-RVU               PIC 9(3)V99.
       01  WS-DIAG-INDEX               PIC 9(3) COMP.
       01  WS-RVU-INDEX                PIC 9(4) COMP.
       01  WS-RVU-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-PROV-INDEX               PIC 9(5) COMP.
       01  WS-PROV-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-LINE-INDEX               PIC 9(5) COMP.
       01  WS-LINE-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-GROUP-INDEX              PIC 9(3) COMP.
       01  WS-SPEC-COUNT               PIC 9(3) COMP VALUE 0.
       01  WS-DEPT-COUNT               PIC 9(3) COMP VALUE 0.
       01  WS-MATCH-INDEX              PIC 9(5) COMP.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-LOOK-PROVIDER            PIC X(8).
       01  WS-RVU-TABLE.
           05  WS-RVU-ENTRY OCCURS 2000 TIMES.
               10  WS-RVU-TREATMENT    PIC X(10).
               10  WS-RVU-WEIGHT       PIC 9(3)V99.
      *> Providers on the master in master order; one credited but
      *> not on the master is added at the end with no specialty or
      *> department.
       01  WS-PROVIDER-TABLE.
           05  WS-PROV-ENTRY OCCURS 20000 TIMES.
               10  WS-PRV-ID           PIC X(8).
               10  WS-PRV-NAME         PIC X(40).
               10  WS-PRV-SPECIALTY    PIC X(20).
               10  WS-PRV-DEPARTMENT   PIC X(4).
               10  WS-PRV-MTD-SERVICES PIC 9(7).
               10  WS-PRV-MTD-RVU      PIC 9(7)V99.
               10  WS-PRV-MTD-CHARGES  PIC S9(11)V99.
               10  WS-PRV-MTD-PAID     PIC S9(11)V99.
               10  WS-PRV-YTD-SERVICES PIC 9(7).
               10  WS-PRV-YTD-RVU      PIC 9(7)V99.
               10  WS-PRV-YTD-CHARGES  PIC S9(11)V99.
               10  WS-PRV-YTD-PAID     PIC S9(11)V99.
               10  WS-PRV-ANNUAL-TARGET PIC 9(7)V99.
      *> Claim headers (line zero, the billing provider) and claim
      *> lines (the rendering provider) for crediting payments.
       01  WS-CLAIM-LINE-TABLE.
           05  WS-CLAIM-LINE-ENTRY OCCURS 20000 TIMES.
               10  WS-CLN-CONTROL      PIC 9(9).
               10  WS-CLN-INSURER      PIC X(6).
               10  WS-CLN-LINE         PIC 9(3).
               10  WS-CLN-PROVIDER     PIC X(8).
       01  WS-SPECIALTY-TABLE.
           05  WS-SPEC-NAME OCCURS 200 TIMES
                                       PIC X(20).
       01  WS-DEPARTMENT-TABLE.
           05  WS-DEPT-CODE OCCURS 200 TIMES
                                       PIC X(4).
       01  WS-ROLL-FIGURES.
           05  WS-ROLL-MTD-SERVICES    PIC 9(7).
           05  WS-ROLL-MTD-RVU         PIC 9(7)V99.
           05  WS-ROLL-MTD-CHARGES     PIC S9(11)V99.
           05  WS-ROLL-MTD-PAID        PIC S9(11)V99.
           05  WS-ROLL-YTD-SERVICES    PIC 9(7).
           05  WS-ROLL-YTD-RVU         PIC 9(7)V99.
           05  WS-ROLL-YTD-CHARGES     PIC S9(11)V99.
           05  WS-ROLL-YTD-PAID        PIC S9(11)V99.
           05  WS-ROLL-ANNUAL-TARGET   PIC 9(7)V99.
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-LINES-CREDITED       PIC 9(9) VALUE 0.
           05  WS-UNWEIGHTED-COUNT     PIC 9(9) VALUE 0.
           05  WS-PAYMENTS-CREDITED    PIC 9(9) VALUE 0.
           05  WS-WRITTEN-COUNT        PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           DIVIDE WS-TODAY BY 100 GIVING WS-REPORT-MONTH
           DIVIDE WS-TODAY BY 10000 GIVING WS-REPORT-YEAR
           COMPUTE WS-MONTHS-ELAPSED =
               WS-REPORT-MONTH - WS-REPORT-YEAR * 100
           PERFORM 1000-LOAD-RVU-REFERENCE
           PERFORM 1200-LOAD-PROVIDERS
           PERFORM 1400-LOAD-TARGETS
           PERFORM 1600-LOAD-CLAIM-LINES
           OPEN INPUT PATIENT-FILE
           PERFORM 2000-READ-PATIENT
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               PERFORM 3000-CREDIT-STAY
               PERFORM 2000-READ-PATIENT
           END-PERFORM
           CLOSE PATIENT-FILE
           MOVE 'N' TO WS-EOF
           OPEN INPUT REMIT-FILE
           PERFORM 4000-READ-REMITTANCE
           PERFORM UNTIL END-OF-FILE
               PERFORM 4100-CREDIT-PAYMENT
               PERFORM 4000-READ-REMITTANCE
           END-PERFORM
           CLOSE REMIT-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 5000-WRITE-PROVIDER-LINES
           PERFORM 5200-WRITE-SPECIALTY-LINES
           PERFORM 5400-WRITE-DEPARTMENT-LINES
           PERFORM 5600-WRITE-TOTAL-LINE
           CLOSE REPORT-FILE
           DISPLAY "PRODRPT: READ=" WS-READ-COUNT
                   " MONTH=" WS-REPORT-MONTH
                   " LINES=" WS-LINES-CREDITED
                   " UNWEIGHTED=" WS-UNWEIGHTED-COUNT
                   " PAYMENTS=" WS-PAYMENTS-CREDITED
                   " WRITTEN=" WS-WRITTEN-COUNT
           GOBACK.

      *> Every run processes the run-control business date; the
      *> calendar date only stands in when RUNCTRL is absent.
       0050-READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTRL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE RNC-BUSINESS-DATE TO WS-TODAY
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1000-LOAD-RVU-REFERENCE.
           OPEN INPUT RVU-FILE
           PERFORM 1100-READ-RVU
           PERFORM UNTIL END-OF-FILE
               IF WS-RVU-COUNT < 2000
                   ADD 1 TO WS-RVU-COUNT
                   MOVE RVU-TREATMENT-CODE
                       TO WS-RVU-TREATMENT (WS-RVU-COUNT)
                   MOVE RVU-WORK-RVU TO WS-RVU-WEIGHT (WS-RVU-COUNT)
               END-IF
               PERFORM 1100-READ-RVU
           END-PERFORM
           CLOSE RVU-FILE
           MOVE 'N' TO WS-EOF.

       1100-READ-RVU.
           READ RVU-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1200-LOAD-PROVIDERS.
           OPEN INPUT PROVIDER-FILE
           PERFORM 1300-READ-PROVIDER
           PERFORM UNTIL END-OF-FILE
               IF WS-PROV-COUNT < 20000
                   ADD 1 TO WS-PROV-COUNT
                   INITIALIZE WS-PROV-ENTRY (WS-PROV-COUNT)
                   MOVE PMR-PROVIDER-ID TO WS-PRV-ID (WS-PROV-COUNT)
                   MOVE PMR-PROVIDER-NAME
                       TO WS-PRV-NAME (WS-PROV-COUNT)
                   MOVE PMR-SPECIALTY
                       TO WS-PRV-SPECIALTY (WS-PROV-COUNT)
                   MOVE PMR-DEPARTMENT-CODE
                       TO WS-PRV-DEPARTMENT (WS-PROV-COUNT)
               END-IF
               PERFORM 1300-READ-PROVIDER
           END-PERFORM
           CLOSE PROVIDER-FILE
           MOVE 'N' TO WS-EOF.

       1300-READ-PROVIDER.
           READ PROVIDER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1400-LOAD-TARGETS.
           OPEN INPUT TARGET-FILE
           PERFORM 1500-READ-TARGET
           PERFORM UNTIL END-OF-FILE
               IF PPT-PLAN-YEAR = WS-REPORT-YEAR
                   MOVE PPT-PROVIDER-ID TO WS-LOOK-PROVIDER
                   PERFORM 8000-FIND-PROVIDER
                   IF WS-ENTRY-FOUND
                       MOVE PPT-ANNUAL-WORK-RVU
                           TO WS-PRV-ANNUAL-TARGET (WS-MATCH-INDEX)
                   END-IF
               END-IF
               PERFORM 1500-READ-TARGET
           END-PERFORM
           CLOSE TARGET-FILE
           MOVE 'N' TO WS-EOF.

       1500-READ-TARGET.
           READ TARGET-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1600-LOAD-CLAIM-LINES.
           OPEN INPUT CLAIM-FILE
           PERFORM 1700-READ-CLAIM
           PERFORM UNTIL END-OF-FILE
               IF WS-LINE-COUNT < 20000
                   ADD 1 TO WS-LINE-COUNT
                   MOVE CLM-CONTROL-NUMBER
                       TO WS-CLN-CONTROL (WS-LINE-COUNT)
                   MOVE CLM-INSURANCE-CODE
                       TO WS-CLN-INSURER (WS-LINE-COUNT)
                   IF CLM-CLAIM-HEADER
                       MOVE 0 TO WS-CLN-LINE (WS-LINE-COUNT)
                   ELSE
                       MOVE CLM-LINE-NUMBER
                           TO WS-CLN-LINE (WS-LINE-COUNT)
                   END-IF
                   MOVE CLM-PROVIDER-ID
                       TO WS-CLN-PROVIDER (WS-LINE-COUNT)
               END-IF
               PERFORM 1700-READ-CLAIM
           END-PERFORM
           CLOSE CLAIM-FILE
           MOVE 'N' TO WS-EOF.

       1700-READ-CLAIM.
           READ CLAIM-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-READ-PATIENT.
           READ PATIENT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3000-CREDIT-STAY.
           PERFORM VARYING WS-DIAG-INDEX FROM 1 BY 1
               UNTIL WS-DIAG-INDEX > DIAGNOSIS-COUNT
               IF PROVIDER-ID OF TREATMENT-INFO (WS-DIAG-INDEX)
                       NOT = SPACES
                   PERFORM 3100-CREDIT-LINE
               END-IF
           END-PERFORM.

      *> A treatment missing from the reference still counts as a
      *> service and its charge, at no work RVU.
       3100-CREDIT-LINE.
           IF START-DATE (WS-DIAG-INDEX) > 0
               MOVE START-DATE (WS-DIAG-INDEX) TO WS-CREDIT-DATE
           ELSE
               MOVE ADMISSION-DATE TO WS-CREDIT-DATE
           END-IF
           PERFORM 8200-SPLIT-CREDIT-DATE
           IF WS-CREDIT-YEAR = WS-REPORT-YEAR
                   AND WS-CREDIT-MONTH NOT > WS-REPORT-MONTH
               MOVE PROVIDER-ID OF TREATMENT-INFO (WS-DIAG-INDEX)
                   TO WS-LOOK-PROVIDER
               PERFORM 8100-FIND-OR-ADD-PROVIDER
               IF WS-ENTRY-FOUND
                   MOVE 0 TO WS-CREDIT-RVU
                   MOVE 'N' TO WS-FOUND
                   PERFORM VARYING WS-RVU-INDEX FROM 1 BY 1
                       UNTIL WS-RVU-INDEX > WS-RVU-COUNT
                           OR WS-ENTRY-FOUND
                       IF WS-RVU-TREATMENT (WS-RVU-INDEX) =
                               TREATMENT-CODE (WS-DIAG-INDEX)
                           SET WS-ENTRY-FOUND TO TRUE
                           MOVE WS-RVU-WEIGHT (WS-RVU-INDEX)
                               TO WS-CREDIT-RVU
                       END-IF
                   END-PERFORM
                   IF NOT WS-ENTRY-FOUND
                       ADD 1 TO WS-UNWEIGHTED-COUNT
                   END-IF
                   ADD 1 TO WS-PRV-YTD-SERVICES (WS-MATCH-INDEX)
                   ADD WS-CREDIT-RVU TO WS-PRV-YTD-RVU (WS-MATCH-INDEX)
                   ADD PROCEDURE-COST (WS-DIAG-INDEX)
                       TO WS-PRV-YTD-CHARGES (WS-MATCH-INDEX)
                   IF WS-CREDIT-MONTH = WS-REPORT-MONTH
                       ADD 1 TO WS-PRV-MTD-SERVICES (WS-MATCH-INDEX)
                       ADD WS-CREDIT-RVU
                           TO WS-PRV-MTD-RVU (WS-MATCH-INDEX)
                       ADD PROCEDURE-COST (WS-DIAG-INDEX)
                           TO WS-PRV-MTD-CHARGES (WS-MATCH-INDEX)
                   END-IF
                   ADD 1 TO WS-LINES-CREDITED
               END-IF
           END-IF.

       4000-READ-REMITTANCE.
           READ REMIT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       4100-CREDIT-PAYMENT.
           MOVE RMT-REMIT-DATE TO WS-CREDIT-DATE
           PERFORM 8200-SPLIT-CREDIT-DATE
           IF WS-CREDIT-YEAR = WS-REPORT-YEAR
                   AND WS-CREDIT-MONTH NOT > WS-REPORT-MONTH
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-LINE-INDEX > WS-LINE-COUNT
                       OR WS-ENTRY-FOUND
                   IF WS-CLN-CONTROL (WS-LINE-INDEX) =
                           RMT-CONTROL-NUMBER
                       AND WS-CLN-INSURER (WS-LINE-INDEX) =
                           RMT-INSURANCE-CODE
                       AND WS-CLN-LINE (WS-LINE-INDEX) =
                           RMT-LINE-NUMBER
                       SET WS-ENTRY-FOUND TO TRUE
                       MOVE WS-CLN-PROVIDER (WS-LINE-INDEX)
                           TO WS-LOOK-PROVIDER
                   END-IF
               END-PERFORM
               IF WS-ENTRY-FOUND AND WS-LOOK-PROVIDER NOT = SPACES
                   PERFORM 8100-FIND-OR-ADD-PROVIDER
                   IF WS-ENTRY-FOUND
                       ADD RMT-PAID-AMOUNT
                           TO WS-PRV-YTD-PAID (WS-MATCH-INDEX)
                       IF WS-CREDIT-MONTH = WS-REPORT-MONTH
                           ADD RMT-PAID-AMOUNT
                               TO WS-PRV-MTD-PAID (WS-MATCH-INDEX)
                       END-IF
                       ADD 1 TO WS-PAYMENTS-CREDITED
                   END-IF
               END-IF
           END-IF.

       5000-WRITE-PROVIDER-LINES.
           PERFORM VARYING WS-PROV-INDEX FROM 1 BY 1
               UNTIL WS-PROV-INDEX > WS-PROV-COUNT
               INITIALIZE WS-ROLL-FIGURES
               PERFORM 7000-ADD-PROVIDER-TO-ROLL
               INITIALIZE PRODUCTIVITY-REPORT-LINE
               SET PRD-PROVIDER-LINE TO TRUE
               MOVE WS-PRV-ID (WS-PROV-INDEX) TO PRD-PROVIDER-ID
               MOVE WS-PRV-NAME (WS-PROV-INDEX) TO PRD-PROVIDER-NAME
               MOVE WS-PRV-SPECIALTY (WS-PROV-INDEX) TO PRD-SPECIALTY
               MOVE WS-PRV-DEPARTMENT (WS-PROV-INDEX)
                   TO PRD-DEPARTMENT-CODE
               PERFORM 7100-WRITE-ROLL-LINE
               PERFORM 5100-NOTE-GROUPS
           END-PERFORM.

       5100-NOTE-GROUPS.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
               UNTIL WS-GROUP-INDEX > WS-SPEC-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-SPEC-NAME (WS-GROUP-INDEX) =
                       WS-PRV-SPECIALTY (WS-PROV-INDEX)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND AND WS-SPEC-COUNT < 200
               ADD 1 TO WS-SPEC-COUNT
               MOVE WS-PRV-SPECIALTY (WS-PROV-INDEX)
                   TO WS-SPEC-NAME (WS-SPEC-COUNT)
           END-IF
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
               UNTIL WS-GROUP-INDEX > WS-DEPT-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-DEPT-CODE (WS-GROUP-INDEX) =
                       WS-PRV-DEPARTMENT (WS-PROV-INDEX)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND AND WS-DEPT-COUNT < 200
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-PRV-DEPARTMENT (WS-PROV-INDEX)
                   TO WS-DEPT-CODE (WS-DEPT-COUNT)
           END-IF.

       5200-WRITE-SPECIALTY-LINES.
           PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
               UNTIL WS-GROUP-INDEX > WS-SPEC-COUNT
               INITIALIZE WS-ROLL-FIGURES
               PERFORM VARYING WS-PROV-INDEX FROM 1 BY 1
                   UNTIL WS-PROV-INDEX > WS-PROV-COUNT
                   IF WS-PRV-SPECIALTY (WS-PROV-INDEX) =
                           WS-SPEC-NAME (WS-GROUP-INDEX)
                       PERFORM 7000-ADD-PROVIDER-TO-ROLL
                   END-IF
               END-PERFORM
               INITIALIZE PRODUCTIVITY-REPORT-LINE
               SET PRD-SPECIALTY-LINE TO TRUE
               MOVE WS-SPEC-NAME (WS-GROUP-INDEX) TO PRD-SPECIALTY
               PERFORM 7100-WRITE-ROLL-LINE
           END-PERFORM.

       5400-WRITE-DEPARTMENT-LINES.
           PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
               UNTIL WS-GROUP-INDEX > WS-DEPT-COUNT
               INITIALIZE WS-ROLL-FIGURES
               PERFORM VARYING WS-PROV-INDEX FROM 1 BY 1
                   UNTIL WS-PROV-INDEX > WS-PROV-COUNT
                   IF WS-PRV-DEPARTMENT (WS-PROV-INDEX) =
                           WS-DEPT-CODE (WS-GROUP-INDEX)
                       PERFORM 7000-ADD-PROVIDER-TO-ROLL
                   END-IF
               END-PERFORM
               INITIALIZE PRODUCTIVITY-REPORT-LINE
               SET PRD-DEPARTMENT-LINE TO TRUE
               MOVE WS-DEPT-CODE (WS-GROUP-INDEX)
                   TO PRD-DEPARTMENT-CODE
               PERFORM 7100-WRITE-ROLL-LINE
           END-PERFORM.

       5600-WRITE-TOTAL-LINE.
           INITIALIZE WS-ROLL-FIGURES
           PERFORM VARYING WS-PROV-INDEX FROM 1 BY 1
               UNTIL WS-PROV-INDEX > WS-PROV-COUNT
               PERFORM 7000-ADD-PROVIDER-TO-ROLL
           END-PERFORM
           INITIALIZE PRODUCTIVITY-REPORT-LINE
           SET PRD-TOTAL-LINE TO TRUE
           PERFORM 7100-WRITE-ROLL-LINE.

       7000-ADD-PROVIDER-TO-ROLL.
           ADD WS-PRV-MTD-SERVICES (WS-PROV-INDEX)
               TO WS-ROLL-MTD-SERVICES
           ADD WS-PRV-MTD-RVU (WS-PROV-INDEX) TO WS-ROLL-MTD-RVU
           ADD WS-PRV-MTD-CHARGES (WS-PROV-INDEX)
               TO WS-ROLL-MTD-CHARGES
           ADD WS-PRV-MTD-PAID (WS-PROV-INDEX) TO WS-ROLL-MTD-PAID
           ADD WS-PRV-YTD-SERVICES (WS-PROV-INDEX)
               TO WS-ROLL-YTD-SERVICES
           ADD WS-PRV-YTD-RVU (WS-PROV-INDEX) TO WS-ROLL-YTD-RVU
           ADD WS-PRV-YTD-CHARGES (WS-PROV-INDEX)
               TO WS-ROLL-YTD-CHARGES
           ADD WS-PRV-YTD-PAID (WS-PROV-INDEX) TO WS-ROLL-YTD-PAID
           ADD WS-PRV-ANNUAL-TARGET (WS-PROV-INDEX)
               TO WS-ROLL-ANNUAL-TARGET.

      *> The year-to-date target is the annual target prorated over
      *> the months elapsed through the report month.
       7100-WRITE-ROLL-LINE.
           MOVE WS-REPORT-MONTH TO PRD-REPORT-MONTH
           MOVE WS-ROLL-MTD-SERVICES TO PRD-MTD-SERVICES
           MOVE WS-ROLL-MTD-RVU TO PRD-MTD-WORK-RVU
           MOVE WS-ROLL-MTD-CHARGES TO PRD-MTD-CHARGES
           MOVE WS-ROLL-MTD-PAID TO PRD-MTD-PAID
           MOVE WS-ROLL-YTD-SERVICES TO PRD-YTD-SERVICES
           MOVE WS-ROLL-YTD-RVU TO PRD-YTD-WORK-RVU
           MOVE WS-ROLL-YTD-CHARGES TO PRD-YTD-CHARGES
           MOVE WS-ROLL-YTD-PAID TO PRD-YTD-PAID
           COMPUTE PRD-YTD-TARGET-RVU ROUNDED =
               WS-ROLL-ANNUAL-TARGET * WS-MONTHS-ELAPSED / 12
           COMPUTE PRD-YTD-VARIANCE-RVU =
               PRD-YTD-WORK-RVU - PRD-YTD-TARGET-RVU
           IF PRD-YTD-TARGET-RVU > 0
               COMPUTE PRD-PCT-OF-TARGET ROUNDED =
                   PRD-YTD-WORK-RVU * 100 / PRD-YTD-TARGET-RVU
                   ON SIZE ERROR MOVE 999.9 TO PRD-PCT-OF-TARGET
               END-COMPUTE
           ELSE
               MOVE 0 TO PRD-PCT-OF-TARGET
           END-IF
           WRITE PRODUCTIVITY-REPORT-LINE
           ADD 1 TO WS-WRITTEN-COUNT.

       8000-FIND-PROVIDER.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PROV-INDEX FROM 1 BY 1
               UNTIL WS-PROV-INDEX > WS-PROV-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-PRV-ID (WS-PROV-INDEX) = WS-LOOK-PROVIDER
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-PROV-INDEX TO WS-MATCH-INDEX
               END-IF
           END-PERFORM.

       8100-FIND-OR-ADD-PROVIDER.
           PERFORM 8000-FIND-PROVIDER
           IF NOT WS-ENTRY-FOUND AND WS-PROV-COUNT < 20000
               ADD 1 TO WS-PROV-COUNT
               INITIALIZE WS-PROV-ENTRY (WS-PROV-COUNT)
               MOVE WS-LOOK-PROVIDER TO WS-PRV-ID (WS-PROV-COUNT)
               MOVE WS-PROV-COUNT TO WS-MATCH-INDEX
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       8200-SPLIT-CREDIT-DATE.
           DIVIDE WS-CREDIT-DATE BY 100 GIVING WS-CREDIT-MONTH
           DIVIDE WS-CREDIT-DATE BY 10000 GIVING WS-CREDIT-YEAR.
