      *> CHGVALID - Charge validation against the chargemaster. Runs
      *> ahead of PAGATE and CLAIMGEN: every billable line on a stay
      *> is priced from the chargemaster row in force for its
      *> TREATMENT-CODE on the service date. A PROCEDURE-COST within
      *> the reprice range of the standard price is repriced to it,
      *> and TOTAL-CHARGES moves by the difference; a line whose code
      *> is unknown or retired, or whose keyed cost is too far out to
      *> be a floor price difference, has its INSURANCE-CODE blanked
      *> on the validated output - which is what PAGATE and CLAIMGEN
      *> skip - and lands on the exception file for the desk. The run
      *> closes with the revenue-integrity report of charges repriced
      *> and held per department.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGVALID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-MASTER ASSIGN TO "CHGMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDM-PRICE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PATIENT-FILE ASSIGN TO "HCENTREC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PATIENT-OUT-FILE ASSIGN TO "HCENTVAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "CHGEXCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "REVINTEG"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-MASTER.
           COPY chargemaster_record.
       FD  PATIENT-FILE.
           COPY ac2_level88_after_odo_enterprise.
       FD  PATIENT-OUT-FILE.
           COPY ac2_level88_after_odo_enterprise
               REPLACING ==HEALTHCARE-ENTERPRISE-RECORD==
                      BY ==PATIENT-OUT-RECORD==
                         ==DIAGNOSIS-COUNT==
                      BY ==OUT-DIAGNOSIS-COUNT==
                         ==MEDICATION-COUNT==
                      BY ==OUT-MEDICATION-COUNT==.
       FD  EXCEPTION-FILE.
           COPY charge_exception_line.
       FD  REPORT-FILE.
           COPY revenue_integrity_line.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-DIAG-INDEX               PIC 9(3) COMP.
      *> A keyed cost this far either side of the standard price is
      *> taken as a floor pricing difference and repriced; beyond it
      *> the line is more likely the wrong code and is held.
       01  WS-REPRICE-LIMIT-PCT        PIC 9(3)V99 VALUE 25.00.
       01  WS-SERVICE-DATE             PIC 9(8).
       01  WS-KEYED-COST               PIC S9(8)V99.
       01  WS-DEVIATION-PCT            PIC S9(5)V99.
       01  WS-PRICE-RESULT             PIC X(1).
           88  WS-PRICE-MATCHED        VALUE 'M'.
           88  WS-PRICE-REPRICED       VALUE 'P'.
           88  WS-CODE-UNKNOWN         VALUE 'U'.
           88  WS-CODE-RETIRED         VALUE 'R'.
           88  WS-PRICE-OUT-OF-RANGE   VALUE 'D'.
       01  WS-CDM-INDEX                PIC 9(5) COMP.
       01  WS-CDM-MATCH                PIC 9(5) COMP.
       01  WS-CDM-COUNT                PIC 9(5) COMP VALUE 0.
       01  WS-CHARGEMASTER-TABLE.
           05  WS-CDM-ENTRY OCCURS 20000 TIMES.
               10  WS-CDM-TREATMENT    PIC X(10).
               10  WS-CDM-EFFECTIVE    PIC 9(8).
               10  WS-CDM-STATUS       PIC X(1).
               10  WS-CDM-PRICE        PIC S9(8)V99.
               10  WS-CDM-REVENUE-CODE PIC X(4).
               10  WS-CDM-DEPARTMENT   PIC X(4).
       01  WS-DEPARTMENT               PIC X(4).
       01  WS-DEPT-INDEX               PIC 9(4) COMP.
       01  WS-DEPT-SLOT                PIC 9(4) COMP.
       01  WS-DEPT-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-DEPARTMENT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 2000 TIMES.
               10  WS-DEPT-CODE        PIC X(4).
               10  WS-DEPT-VALIDATED   PIC 9(7).
               10  WS-DEPT-REPRICED    PIC 9(7).
               10  WS-DEPT-KEYED       PIC S9(11)V99.
               10  WS-DEPT-STANDARD    PIC S9(11)V99.
               10  WS-DEPT-REJECTED    PIC 9(7).
               10  WS-DEPT-REJECTED-AMT PIC S9(11)V99.
       01  WS-RUN-TOTALS.
           05  WS-TOT-VALIDATED        PIC 9(7) VALUE 0.
           05  WS-TOT-REPRICED         PIC 9(7) VALUE 0.
           05  WS-TOT-KEYED            PIC S9(11)V99 VALUE 0.
           05  WS-TOT-STANDARD         PIC S9(11)V99 VALUE 0.
           05  WS-TOT-REJECTED         PIC 9(7) VALUE 0.
           05  WS-TOT-REJECTED-AMT     PIC S9(11)V99 VALUE 0.
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-LINES-MATCHED        PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-LOAD-CHARGEMASTER
           OPEN INPUT PATIENT-FILE
           OPEN OUTPUT PATIENT-OUT-FILE EXCEPTION-FILE REPORT-FILE
           PERFORM 2000-READ-PATIENT
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               PERFORM 3000-VALIDATE-STAY
               PERFORM 2000-READ-PATIENT
           END-PERFORM
           PERFORM 5000-WRITE-INTEGRITY-REPORT
           CLOSE PATIENT-FILE PATIENT-OUT-FILE EXCEPTION-FILE
                 REPORT-FILE
           DISPLAY "CHGVALID: READ=" WS-READ-COUNT
                   " VALIDATED=" WS-TOT-VALIDATED
                   " MATCHED=" WS-LINES-MATCHED
                   " REPRICED=" WS-TOT-REPRICED
                   " REJECTED=" WS-TOT-REJECTED
           GOBACK.

      *> The master reads in code and effective-date order, so each
      *> code's rows sit together, oldest first.
       1000-LOAD-CHARGEMASTER.
           OPEN INPUT CHARGE-MASTER
           IF WS-MASTER-STATUS = "00"
               MOVE LOW-VALUES TO CDM-PRICE-KEY
               START CHARGE-MASTER KEY IS NOT LESS THAN CDM-PRICE-KEY
                   INVALID KEY SET END-OF-MASTER TO TRUE
               END-START
               PERFORM UNTIL END-OF-MASTER
                   READ CHARGE-MASTER NEXT
                       AT END SET END-OF-MASTER TO TRUE
                       NOT AT END
                           IF WS-CDM-COUNT < 20000
                               ADD 1 TO WS-CDM-COUNT
                               MOVE CDM-TREATMENT-CODE
                                   TO WS-CDM-TREATMENT (WS-CDM-COUNT)
                               MOVE CDM-EFFECTIVE-DATE
                                   TO WS-CDM-EFFECTIVE (WS-CDM-COUNT)
                               MOVE CDM-STATUS
                                   TO WS-CDM-STATUS (WS-CDM-COUNT)
                               MOVE CDM-STANDARD-PRICE
                                   TO WS-CDM-PRICE (WS-CDM-COUNT)
                               MOVE CDM-REVENUE-CODE
                                   TO WS-CDM-REVENUE-CODE
                                          (WS-CDM-COUNT)
                               MOVE CDM-DEPARTMENT
                                   TO WS-CDM-DEPARTMENT (WS-CDM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGE-MASTER
           END-IF.

       2000-READ-PATIENT.
           READ PATIENT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> Validation works on the output copy, so a repriced cost and a
      *> held line's blanked INSURANCE-CODE are what PAGATE reads.
       3000-VALIDATE-STAY.
           MOVE HEALTHCARE-ENTERPRISE-RECORD TO PATIENT-OUT-RECORD
           PERFORM VARYING WS-DIAG-INDEX FROM 1 BY 1
               UNTIL WS-DIAG-INDEX > OUT-DIAGNOSIS-COUNT
               IF INSURANCE-CODE OF PATIENT-OUT-RECORD
                       (WS-DIAG-INDEX) NOT = SPACES
                   PERFORM 3100-VALIDATE-ONE-LINE
               END-IF
           END-PERFORM
           WRITE PATIENT-OUT-RECORD.

       3100-VALIDATE-ONE-LINE.
           MOVE START-DATE OF PATIENT-OUT-RECORD (WS-DIAG-INDEX)
               TO WS-SERVICE-DATE
           IF WS-SERVICE-DATE = 0
               MOVE ADMISSION-DATE OF PATIENT-OUT-RECORD
                   TO WS-SERVICE-DATE
           END-IF
           MOVE PROCEDURE-COST OF PATIENT-OUT-RECORD (WS-DIAG-INDEX)
               TO WS-KEYED-COST
           PERFORM 3200-PRICE-LINE
           EVALUATE TRUE
               WHEN WS-PRICE-MATCHED
                   ADD 1 TO WS-LINES-MATCHED
               WHEN WS-PRICE-REPRICED
                   MOVE WS-CDM-PRICE (WS-CDM-MATCH)
                       TO PROCEDURE-COST OF PATIENT-OUT-RECORD
                              (WS-DIAG-INDEX)
                   COMPUTE TOTAL-CHARGES OF PATIENT-OUT-RECORD =
                       TOTAL-CHARGES OF PATIENT-OUT-RECORD
                       + WS-CDM-PRICE (WS-CDM-MATCH) - WS-KEYED-COST
                   PERFORM 3400-WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM 3400-WRITE-EXCEPTION
                   MOVE SPACES
                       TO INSURANCE-CODE OF PATIENT-OUT-RECORD
                              (WS-DIAG-INDEX)
           END-EVALUATE
           PERFORM 3500-ACCUMULATE-DEPARTMENT.

      *> The row in force is the last one for the code effective on or
      *> before the service date.
       3200-PRICE-LINE.
           MOVE 0 TO WS-CDM-MATCH
           MOVE 0 TO WS-DEVIATION-PCT
           PERFORM VARYING WS-CDM-INDEX FROM 1 BY 1
               UNTIL WS-CDM-INDEX > WS-CDM-COUNT
               IF WS-CDM-TREATMENT (WS-CDM-INDEX) =
                       TREATMENT-CODE OF PATIENT-OUT-RECORD
                           (WS-DIAG-INDEX)
                   AND WS-CDM-EFFECTIVE (WS-CDM-INDEX)
                       <= WS-SERVICE-DATE
                   MOVE WS-CDM-INDEX TO WS-CDM-MATCH
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CDM-MATCH = 0
                   SET WS-CODE-UNKNOWN TO TRUE
               WHEN WS-CDM-STATUS (WS-CDM-MATCH) = 'R'
                   SET WS-CODE-RETIRED TO TRUE
               WHEN WS-KEYED-COST = WS-CDM-PRICE (WS-CDM-MATCH)
                   SET WS-PRICE-MATCHED TO TRUE
               WHEN WS-CDM-PRICE (WS-CDM-MATCH) = 0
                   SET WS-PRICE-OUT-OF-RANGE TO TRUE
               WHEN OTHER
                   COMPUTE WS-DEVIATION-PCT ROUNDED =
                       (WS-KEYED-COST - WS-CDM-PRICE (WS-CDM-MATCH))
                       * 100 / WS-CDM-PRICE (WS-CDM-MATCH)
                       ON SIZE ERROR MOVE 99999.99 TO WS-DEVIATION-PCT
                   END-COMPUTE
                   IF WS-DEVIATION-PCT > WS-REPRICE-LIMIT-PCT
                           OR WS-DEVIATION-PCT <
                               0 - WS-REPRICE-LIMIT-PCT
                       SET WS-PRICE-OUT-OF-RANGE TO TRUE
                   ELSE
                       SET WS-PRICE-REPRICED TO TRUE
                   END-IF
           END-EVALUATE.

       3400-WRITE-EXCEPTION.
           INITIALIZE CHARGE-EXCEPTION-LINE
           MOVE PATIENT-ID OF PATIENT-OUT-RECORD TO CGX-PATIENT-ID
           MOVE ADMISSION-DATE OF PATIENT-OUT-RECORD
               TO CGX-ADMISSION-DATE
           MOVE WS-DIAG-INDEX TO CGX-LINE-NUMBER
           MOVE TREATMENT-CODE OF PATIENT-OUT-RECORD (WS-DIAG-INDEX)
               TO CGX-TREATMENT-CODE
           MOVE ICD-CODE OF PATIENT-OUT-RECORD (WS-DIAG-INDEX)
               TO CGX-ICD-CODE
           MOVE INSURANCE-CODE OF PATIENT-OUT-RECORD (WS-DIAG-INDEX)
               TO CGX-INSURANCE-CODE
           MOVE WS-SERVICE-DATE TO CGX-SERVICE-DATE
           MOVE WS-KEYED-COST TO CGX-KEYED-COST
           IF WS-CDM-MATCH > 0
               MOVE WS-CDM-DEPARTMENT (WS-CDM-MATCH)
                   TO CGX-DEPARTMENT
               MOVE WS-CDM-REVENUE-CODE (WS-CDM-MATCH)
                   TO CGX-REVENUE-CODE
               MOVE WS-CDM-PRICE (WS-CDM-MATCH)
                   TO CGX-STANDARD-PRICE
           END-IF
           MOVE WS-DEVIATION-PCT TO CGX-DEVIATION-PCT
           MOVE WS-PRICE-RESULT TO CGX-ACTION
           WRITE CHARGE-EXCEPTION-LINE.

      *> A code the chargemaster does not know has no department; it
      *> reports under a blank one.
       3500-ACCUMULATE-DEPARTMENT.
           MOVE SPACES TO WS-DEPARTMENT
           IF WS-CDM-MATCH > 0
               MOVE WS-CDM-DEPARTMENT (WS-CDM-MATCH) TO WS-DEPARTMENT
           END-IF
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-DEPT-CODE (WS-DEPT-INDEX) = WS-DEPARTMENT
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-DEPT-INDEX TO WS-DEPT-SLOT
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND AND WS-DEPT-COUNT < 2000
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-SLOT
               INITIALIZE WS-DEPT-ENTRY (WS-DEPT-SLOT)
               MOVE WS-DEPARTMENT TO WS-DEPT-CODE (WS-DEPT-SLOT)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF
           ADD 1 TO WS-TOT-VALIDATED
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-DEPT-VALIDATED (WS-DEPT-SLOT)
           END-IF
           EVALUATE TRUE
               WHEN WS-PRICE-MATCHED
                   CONTINUE
               WHEN WS-PRICE-REPRICED
                   ADD 1 TO WS-TOT-REPRICED
                   ADD WS-KEYED-COST TO WS-TOT-KEYED
                   ADD WS-CDM-PRICE (WS-CDM-MATCH) TO WS-TOT-STANDARD
                   IF WS-ENTRY-FOUND
                       ADD 1 TO WS-DEPT-REPRICED (WS-DEPT-SLOT)
                       ADD WS-KEYED-COST TO WS-DEPT-KEYED (WS-DEPT-SLOT)
                       ADD WS-CDM-PRICE (WS-CDM-MATCH)
                           TO WS-DEPT-STANDARD (WS-DEPT-SLOT)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-TOT-REJECTED
                   ADD WS-KEYED-COST TO WS-TOT-REJECTED-AMT
                   IF WS-ENTRY-FOUND
                       ADD 1 TO WS-DEPT-REJECTED (WS-DEPT-SLOT)
                       ADD WS-KEYED-COST
                           TO WS-DEPT-REJECTED-AMT (WS-DEPT-SLOT)
                   END-IF
           END-EVALUATE.

       5000-WRITE-INTEGRITY-REPORT.
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               INITIALIZE REVENUE-INTEGRITY-LINE
               MOVE WS-DEPT-CODE (WS-DEPT-INDEX) TO RIL-DEPARTMENT
               MOVE WS-DEPT-VALIDATED (WS-DEPT-INDEX)
                   TO RIL-LINES-VALIDATED
               MOVE WS-DEPT-REPRICED (WS-DEPT-INDEX)
                   TO RIL-LINES-REPRICED
               MOVE WS-DEPT-KEYED (WS-DEPT-INDEX) TO RIL-KEYED-AMOUNT
               MOVE WS-DEPT-STANDARD (WS-DEPT-INDEX)
                   TO RIL-REPRICED-AMOUNT
               COMPUTE RIL-NET-CHANGE =
                   WS-DEPT-STANDARD (WS-DEPT-INDEX)
                   - WS-DEPT-KEYED (WS-DEPT-INDEX)
               MOVE WS-DEPT-REJECTED (WS-DEPT-INDEX)
                   TO RIL-LINES-REJECTED
               MOVE WS-DEPT-REJECTED-AMT (WS-DEPT-INDEX)
                   TO RIL-REJECTED-AMOUNT
               WRITE REVENUE-INTEGRITY-LINE
           END-PERFORM
           INITIALIZE REVENUE-INTEGRITY-LINE
           MOVE "****" TO RIL-DEPARTMENT
           MOVE WS-TOT-VALIDATED TO RIL-LINES-VALIDATED
           MOVE WS-TOT-REPRICED TO RIL-LINES-REPRICED
           MOVE WS-TOT-KEYED TO RIL-KEYED-AMOUNT
           MOVE WS-TOT-STANDARD TO RIL-REPRICED-AMOUNT
           COMPUTE RIL-NET-CHANGE = WS-TOT-STANDARD - WS-TOT-KEYED
           MOVE WS-TOT-REJECTED TO RIL-LINES-REJECTED
           MOVE WS-TOT-REJECTED-AMT TO RIL-REJECTED-AMOUNT
           WRITE REVENUE-INTEGRITY-LINE.
