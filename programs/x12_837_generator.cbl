      *> X12GEN - HIPAA X12 837 claim file. Formats the CLAIMGEN
      *> extract as one interchange to the clearinghouse: a functional
      *> group of 837 institutional sets for payers that take the UB
      *> form and a group of 837 professional sets for the rest, as the
      *> payer's EDI profile says. Each claim is its own transaction
      *> set with the claim control number as ST02 and CLM01, so the
      *> 999 and 277CA answers come back by claim. The billing
      *> provider is the stay's attending provider from the provider
      *> master, with the pay-to address and tax ID from the control
      *> card; institutional lines take their revenue code from the
      *> chargemaster row in force on the service date. A claim that
      *> cannot be formatted goes to the exception file instead; every
      *> claim sent is posted to the submission status master with its
      *> timely-filing deadline for X12ACK to track.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. X12GEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "X12PARM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLAIM-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROFILE-FILE ASSIGN TO "PAYEREDI"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROVIDER-FILE ASSIGN TO "PROVMSTR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHARGE-MASTER ASSIGN TO "CHGMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDM-PRICE-KEY
               FILE STATUS IS WS-CDM-STATUS.
           SELECT SUBMISSION-MASTER ASSIGN TO "CLMSUBM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSB-CONTROL-NUMBER
               FILE STATUS IS WS-SUBMISSION-STATUS.
           SELECT SEGMENT-FILE ASSIGN TO "X12837"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "X12EXCP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
           COPY x12_envelope_parm.
       FD  CLAIM-FILE.
           COPY insurance_claim_record.
       FD  PROFILE-FILE.
           COPY payer_edi_profile_record.
       FD  PROVIDER-FILE.
           COPY provider_master_record.
       FD  CHARGE-MASTER.
           COPY chargemaster_record.
       FD  SUBMISSION-MASTER.
           COPY claim_submission_record.
       FD  SEGMENT-FILE.
           COPY x12_segment_line.
       FD  EXCEPTION-FILE.
           COPY x12_claim_exception_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-CDM-STATUS               PIC X(2).
       01  WS-CDM-FILE                 PIC X(1) VALUE 'N'.
           88  WS-CDM-OPEN             VALUE 'Y'.
       01  WS-SUBMISSION-STATUS        PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-CLOCK                    PIC X(21).
       01  WS-CLOCK-DATE               PIC 9(8).
       01  WS-YEAR-START               PIC 9(8).
       01  WS-DAY-OF-YEAR              PIC 9(3).
       01  WS-INTERCHANGE-CONTROL      PIC 9(9).
       01  WS-INTERCHANGE-PARTS REDEFINES WS-INTERCHANGE-CONTROL.
           05  WS-IC-YEAR              PIC 9(2).
           05  WS-IC-DAY               PIC 9(3).
           05  WS-IC-HOUR-MINUTE       PIC 9(4).
       01  WS-PASS-FORM                PIC X(1).
           88  WS-PASS-INSTITUTIONAL   VALUE 'I'.
           88  WS-PASS-PROFESSIONAL    VALUE 'P'.
       01  WS-GROUP-CONTROL            PIC 9(9) VALUE 0.
       01  WS-GROUP-STATE              PIC X(1).
           88  WS-GROUP-OPEN           VALUE 'Y'.
       01  WS-VERSION                  PIC X(12).
       01  WS-CLAIM-STATE              PIC X(1).
           88  WS-CLAIM-HELD           VALUE 'Y'.
       01  WS-EDIT-STATE               PIC X(1).
           88  WS-CLAIM-PASSES         VALUE 'Y'.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-REASON                   PIC X(30).
       01  WS-REASON-LINE              PIC 9(3).
      *> The claim being gathered - its header as read and its lines.
           COPY insurance_claim_record
               REPLACING ==INSURANCE-CLAIM-RECORD== BY ==HELD-CLAIM==
                         LEADING ==CLM== BY ==HLD==.
       01  WS-LINE-INDEX               PIC 9(3) COMP.
       01  WS-LINE-COUNT               PIC 9(3) COMP.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 200 TIMES.
               10  WS-LINE-ICD         PIC X(7).
               10  WS-LINE-TREATMENT   PIC X(10).
               10  WS-LINE-COST        PIC S9(9)V99.
               10  WS-LINE-SERVICE-DATE PIC 9(8).
               10  WS-LINE-PROVIDER    PIC X(8).
               10  WS-LINE-REVENUE     PIC X(4).
               10  WS-LINE-POINTER     PIC 9(2).
      *> The claim's distinct diagnoses, principal first, as the HI
      *> segments carry them.
       01  WS-DIAG-INDEX               PIC 9(2) COMP.
       01  WS-DIAG-COUNT               PIC 9(2) COMP.
       01  WS-DIAG-TABLE.
           05  WS-DIAG-CODE OCCURS 12 TIMES PIC X(7).
      *> Payer EDI profiles; the '******' row stands in for payers
      *> without their own.
       01  WS-PROFILE-INDEX            PIC 9(5) COMP.
       01  WS-PROFILE-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-PROFILE-TABLE.
           05  WS-PROFILE-ENTRY OCCURS 2000 TIMES.
               10  WS-PRF-INSURANCE-CODE PIC X(6).
               10  WS-PRF-CLAIM-FORM   PIC X(1).
               10  WS-PRF-PAYER-ID     PIC X(15).
               10  WS-PRF-PAYER-NAME   PIC X(35).
               10  WS-PRF-FILING-DAYS  PIC 9(3).
       01  WS-CLAIM-PROFILE.
           05  WS-CLAIM-FORM           PIC X(1).
           05  WS-PAYER-ID             PIC X(15).
           05  WS-PAYER-NAME           PIC X(35).
           05  WS-FILING-DAYS          PIC 9(3).
       01  WS-PROVIDER-INDEX           PIC 9(5) COMP.
       01  WS-PROVIDER-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-PROVIDER-TABLE.
           05  WS-PROVIDER-ENTRY OCCURS 2000 TIMES.
               10  WS-PRV-PROVIDER-ID  PIC X(8).
               10  WS-PRV-NPI          PIC 9(10).
               10  WS-PRV-NAME         PIC X(40).
               10  WS-PRV-ACTIVE       PIC X(1).
       01  WS-LOOKUP-PROVIDER          PIC X(8).
       01  WS-PROVIDER-FIELDS.
           05  WS-PROVIDER-NPI         PIC 9(10).
           05  WS-PROVIDER-NAME        PIC X(40).
           05  WS-PROVIDER-ACTIVE      PIC X(1).
       01  WS-BILLING-NPI              PIC 9(10).
       01  WS-BILLING-NAME             PIC X(40).
       01  WS-NEXT-DAY                 PIC 9(8).
       01  WS-DEADLINE-BASE            PIC 9(8).
      *> Segment building - the segment under construction, the
      *> element being added and its length without trailing spaces.
       01  WS-SEGMENT-POINTER          PIC 9(3) COMP.
       01  WS-SET-SEGMENT-COUNT        PIC 9(9).
       01  WS-SET-COUNT                PIC 9(9).
       01  WS-ELEMENT                  PIC X(80).
       01  WS-ELEMENT-LEN              PIC 9(3) COMP.
       01  WS-AMOUNT                   PIC S9(11)V99.
       01  WS-AMOUNT-EDIT              PIC -(11)9.99.
       01  WS-NUMBER                   PIC 9(9).
       01  WS-NUMBER-EDIT              PIC Z(8)9.
       01  WS-EDIT-LEAD                PIC 9(3) COMP.
       01  WS-CHAR-INDEX               PIC 9(3) COMP.
       01  WS-ICD-OUT                  PIC X(7).
       01  WS-ICD-LEN                  PIC 9(3) COMP.
       01  WS-CONTROL-TEXT             PIC 9(9).
       01  WS-QUALIFIER                PIC X(4).
       01  WS-NAME-HOLD                PIC X(80).
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-INSTITUTIONAL-COUNT  PIC 9(9) VALUE 0.
           05  WS-PROFESSIONAL-COUNT   PIC 9(9) VALUE 0.
           05  WS-EXCEPTION-COUNT      PIC 9(9) VALUE 0.
           05  WS-SEGMENT-COUNT        PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 0100-READ-ENVELOPE-PARM
           PERFORM 1000-LOAD-PROFILES
           PERFORM 1100-LOAD-PROVIDERS
           OPEN I-O SUBMISSION-MASTER
           IF WS-SUBMISSION-STATUS NOT = "00"
               OPEN OUTPUT SUBMISSION-MASTER
               CLOSE SUBMISSION-MASTER
               OPEN I-O SUBMISSION-MASTER
           END-IF
           OPEN INPUT CHARGE-MASTER
           IF WS-CDM-STATUS = "00"
               SET WS-CDM-OPEN TO TRUE
           END-IF
           OPEN OUTPUT SEGMENT-FILE EXCEPTION-FILE
           PERFORM 3000-WRITE-INTERCHANGE-HEADER
           SET WS-PASS-INSTITUTIONAL TO TRUE
           MOVE "005010X223A2" TO WS-VERSION
           PERFORM 2000-FORMAT-PASS
           SET WS-PASS-PROFESSIONAL TO TRUE
           MOVE "005010X222A1" TO WS-VERSION
           PERFORM 2000-FORMAT-PASS
           PERFORM 3900-WRITE-INTERCHANGE-TRAILER
           IF WS-CDM-OPEN
               CLOSE CHARGE-MASTER
           END-IF
           CLOSE SUBMISSION-MASTER SEGMENT-FILE EXCEPTION-FILE
           DISPLAY "X12GEN: READ=" WS-READ-COUNT
                   " INSTITUTIONAL=" WS-INSTITUTIONAL-COUNT
                   " PROFESSIONAL=" WS-PROFESSIONAL-COUNT
                   " EXCEPTIONS=" WS-EXCEPTION-COUNT
                   " SEGMENTS=" WS-SEGMENT-COUNT
           GOBACK.

      *> Every run processes the run-control business date; the
      *> calendar date only stands in when RUNCTRL is absent. The
      *> wall clock stamps the envelope time and control number.
       0050-READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CLOCK
           MOVE WS-CLOCK (1:8) TO WS-TODAY
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTRL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE RNC-BUSINESS-DATE TO WS-TODAY
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *> The interchange control number is the creation year, day of
      *> year, hour and minute, so no two runs share one.
       0100-READ-ENVELOPE-PARM.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   INITIALIZE X12-ENVELOPE-PARM
                   MOVE "ZZ" TO XEP-SENDER-QUALIFIER
                   MOVE "ZZ" TO XEP-RECEIVER-QUALIFIER
                   SET XEP-TEST TO TRUE
           END-READ
           CLOSE PARM-FILE
           MOVE WS-CLOCK (1:8) TO WS-CLOCK-DATE
           MOVE WS-CLOCK (1:4) TO WS-YEAR-START (1:4)
           MOVE "0101" TO WS-YEAR-START (5:4)
           COMPUTE WS-DAY-OF-YEAR =
               FUNCTION INTEGER-OF-DATE (WS-CLOCK-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-YEAR-START) + 1
           MOVE WS-CLOCK (3:2) TO WS-IC-YEAR
           MOVE WS-DAY-OF-YEAR TO WS-IC-DAY
           MOVE WS-CLOCK (9:4) TO WS-IC-HOUR-MINUTE.

       1000-LOAD-PROFILES.
           OPEN INPUT PROFILE-FILE
           PERFORM 1010-READ-PROFILE
           PERFORM UNTIL END-OF-FILE
               IF WS-PROFILE-COUNT < 2000
                   ADD 1 TO WS-PROFILE-COUNT
                   MOVE PEP-INSURANCE-CODE
                       TO WS-PRF-INSURANCE-CODE (WS-PROFILE-COUNT)
                   MOVE PEP-CLAIM-FORM
                       TO WS-PRF-CLAIM-FORM (WS-PROFILE-COUNT)
                   MOVE PEP-PAYER-ID
                       TO WS-PRF-PAYER-ID (WS-PROFILE-COUNT)
                   MOVE PEP-PAYER-NAME
                       TO WS-PRF-PAYER-NAME (WS-PROFILE-COUNT)
                   MOVE PEP-FILING-LIMIT-DAYS
                       TO WS-PRF-FILING-DAYS (WS-PROFILE-COUNT)
               END-IF
               PERFORM 1010-READ-PROFILE
           END-PERFORM
           CLOSE PROFILE-FILE
           MOVE 'N' TO WS-EOF.

       1010-READ-PROFILE.
           READ PROFILE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1100-LOAD-PROVIDERS.
           OPEN INPUT PROVIDER-FILE
           PERFORM 1110-READ-PROVIDER
           PERFORM UNTIL END-OF-FILE
               IF WS-PROVIDER-COUNT < 2000
                   ADD 1 TO WS-PROVIDER-COUNT
                   MOVE PMR-PROVIDER-ID
                       TO WS-PRV-PROVIDER-ID (WS-PROVIDER-COUNT)
                   MOVE PMR-PROVIDER-NPI
                       TO WS-PRV-NPI (WS-PROVIDER-COUNT)
                   MOVE PMR-PROVIDER-NAME
                       TO WS-PRV-NAME (WS-PROVIDER-COUNT)
                   MOVE PMR-ACTIVE-STATUS
                       TO WS-PRV-ACTIVE (WS-PROVIDER-COUNT)
               END-IF
               PERFORM 1110-READ-PROVIDER
           END-PERFORM
           CLOSE PROVIDER-FILE
           MOVE 'N' TO WS-EOF.

       1110-READ-PROVIDER.
           READ PROVIDER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> One pass of the extract per claim form; a claim is gathered
      *> header and lines, then formatted when the next header (or
      *> the end of the extract) closes it.
       2000-FORMAT-PASS.
           MOVE 'N' TO WS-GROUP-STATE
           MOVE 'N' TO WS-CLAIM-STATE
           MOVE 0 TO WS-SET-COUNT
           OPEN INPUT CLAIM-FILE
           PERFORM 2010-READ-CLAIM
           PERFORM UNTIL END-OF-FILE
               IF CLM-CLAIM-HEADER
                   PERFORM 2100-CLOSE-CLAIM
                   PERFORM 2200-OPEN-CLAIM
               ELSE
                   IF WS-CLAIM-HELD
                           AND CLM-CONTROL-NUMBER = HLD-CONTROL-NUMBER
                       PERFORM 2300-HOLD-LINE
                   END-IF
               END-IF
               PERFORM 2010-READ-CLAIM
           END-PERFORM
           PERFORM 2100-CLOSE-CLAIM
           CLOSE CLAIM-FILE
           MOVE 'N' TO WS-EOF
           IF WS-GROUP-OPEN
               PERFORM 3800-WRITE-GROUP-TRAILER
           END-IF.

       2010-READ-CLAIM.
           READ CLAIM-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2100-CLOSE-CLAIM.
           IF WS-CLAIM-HELD
               PERFORM 2400-EDIT-CLAIM
               IF WS-CLAIM-PASSES
                   IF NOT WS-GROUP-OPEN
                       PERFORM 3100-WRITE-GROUP-HEADER
                   END-IF
                   PERFORM 4000-WRITE-CLAIM-SET
                   PERFORM 5000-POST-SUBMISSION
               ELSE
                   PERFORM 9000-WRITE-EXCEPTION
               END-IF
           END-IF
           MOVE 'N' TO WS-CLAIM-STATE.

      *> A payer without a profile (and no default row) is reported
      *> once, on the institutional pass; otherwise the claim is
      *> held only on the pass for its form.
       2200-OPEN-CLAIM.
           IF WS-PASS-INSTITUTIONAL
               ADD 1 TO WS-READ-COUNT
           END-IF
           MOVE INSURANCE-CLAIM-RECORD TO HELD-CLAIM
           MOVE 0 TO WS-LINE-COUNT
           PERFORM 2210-FIND-PROFILE
           EVALUATE TRUE
               WHEN WS-CLAIM-FORM = WS-PASS-FORM
                   SET WS-CLAIM-HELD TO TRUE
               WHEN WS-PASS-INSTITUTIONAL AND WS-CLAIM-FORM NOT = 'P'
                   IF WS-CLAIM-FORM = SPACE
                       MOVE "NO PAYER EDI PROFILE" TO WS-REASON
                   ELSE
                       MOVE "PAYER PROFILE FORM NOT I OR P"
                           TO WS-REASON
                   END-IF
                   MOVE 0 TO WS-REASON-LINE
                   PERFORM 9000-WRITE-EXCEPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2210-FIND-PROFILE.
           INITIALIZE WS-CLAIM-PROFILE
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PROFILE-INDEX FROM 1 BY 1
               UNTIL WS-PROFILE-INDEX > WS-PROFILE-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-PRF-INSURANCE-CODE (WS-PROFILE-INDEX) =
                       HLD-INSURANCE-CODE
                   SET WS-ENTRY-FOUND TO TRUE
                   PERFORM 2220-TAKE-PROFILE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PROFILE-INDEX FROM 1 BY 1
               UNTIL WS-PROFILE-INDEX > WS-PROFILE-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-PRF-INSURANCE-CODE (WS-PROFILE-INDEX) = "******"
                   SET WS-ENTRY-FOUND TO TRUE
                   PERFORM 2220-TAKE-PROFILE
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               IF WS-PAYER-ID = SPACES
                   MOVE HLD-INSURANCE-CODE TO WS-PAYER-ID
               END-IF
               IF WS-PAYER-NAME = SPACES
                   MOVE HLD-INSURANCE-CODE TO WS-PAYER-NAME
               END-IF
           END-IF.

       2220-TAKE-PROFILE.
           MOVE WS-PRF-CLAIM-FORM (WS-PROFILE-INDEX) TO WS-CLAIM-FORM
           MOVE WS-PRF-PAYER-ID (WS-PROFILE-INDEX) TO WS-PAYER-ID
           MOVE WS-PRF-PAYER-NAME (WS-PROFILE-INDEX) TO WS-PAYER-NAME
           MOVE WS-PRF-FILING-DAYS (WS-PROFILE-INDEX)
               TO WS-FILING-DAYS.

       2300-HOLD-LINE.
           IF WS-LINE-COUNT < 200
               ADD 1 TO WS-LINE-COUNT
               MOVE CLM-ICD-CODE TO WS-LINE-ICD (WS-LINE-COUNT)
               MOVE CLM-TREATMENT-CODE
                   TO WS-LINE-TREATMENT (WS-LINE-COUNT)
               MOVE CLM-PROCEDURE-COST TO WS-LINE-COST (WS-LINE-COUNT)
               IF CLM-SERVICE-DATE = 0
                   MOVE CLM-ADMISSION-DATE
                       TO WS-LINE-SERVICE-DATE (WS-LINE-COUNT)
               ELSE
                   MOVE CLM-SERVICE-DATE
                       TO WS-LINE-SERVICE-DATE (WS-LINE-COUNT)
               END-IF
               MOVE CLM-PROVIDER-ID TO WS-LINE-PROVIDER (WS-LINE-COUNT)
               MOVE SPACES TO WS-LINE-REVENUE (WS-LINE-COUNT)
               MOVE 0 TO WS-LINE-POINTER (WS-LINE-COUNT)
           END-IF.

      *> The billing provider must be active on the provider master
      *> with an NPI; every line needs procedure and diagnosis codes,
      *> an institutional line its revenue code, and the claim no more
      *> than twelve distinct diagnoses.
       2400-EDIT-CLAIM.
           MOVE 'Y' TO WS-EDIT-STATE
           MOVE SPACES TO WS-REASON
           MOVE 0 TO WS-REASON-LINE
           MOVE 0 TO WS-DIAG-COUNT
           MOVE HLD-PROVIDER-ID TO WS-LOOKUP-PROVIDER
           PERFORM 2500-FIND-PROVIDER
           MOVE WS-PROVIDER-NPI TO WS-BILLING-NPI
           MOVE WS-PROVIDER-NAME TO WS-BILLING-NAME
           EVALUATE TRUE
               WHEN NOT WS-ENTRY-FOUND
                   MOVE "BILLING PROVIDER NOT ON MASTER" TO WS-REASON
               WHEN WS-PROVIDER-ACTIVE NOT = 'A'
                   MOVE "BILLING PROVIDER INACTIVE" TO WS-REASON
               WHEN WS-PROVIDER-NPI = 0
                   MOVE "BILLING PROVIDER HAS NO NPI" TO WS-REASON
               WHEN WS-LINE-COUNT = 0
                   MOVE "CLAIM HAS NO SERVICE LINES" TO WS-REASON
               WHEN OTHER
                   PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                       UNTIL WS-LINE-INDEX > WS-LINE-COUNT
                           OR WS-REASON NOT = SPACES
                       PERFORM 2410-EDIT-LINE
                   END-PERFORM
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               MOVE 'N' TO WS-EDIT-STATE
           END-IF.

       2410-EDIT-LINE.
           EVALUATE TRUE
               WHEN WS-LINE-TREATMENT (WS-LINE-INDEX) = SPACES
                   MOVE "LINE WITHOUT PROCEDURE CODE" TO WS-REASON
                   MOVE WS-LINE-INDEX TO WS-REASON-LINE
               WHEN WS-LINE-ICD (WS-LINE-INDEX) = SPACES
                   MOVE "LINE WITHOUT DIAGNOSIS CODE" TO WS-REASON
                   MOVE WS-LINE-INDEX TO WS-REASON-LINE
           END-EVALUATE
           IF WS-REASON = SPACES AND WS-PASS-INSTITUTIONAL
               PERFORM 2420-FIND-REVENUE-CODE
               IF WS-LINE-REVENUE (WS-LINE-INDEX) = SPACES
                   MOVE "NO REVENUE CODE FOR PROCEDURE" TO WS-REASON
                   MOVE WS-LINE-INDEX TO WS-REASON-LINE
               END-IF
           END-IF
           IF WS-REASON = SPACES
               PERFORM 2430-NOTE-DIAGNOSIS
           END-IF.

      *> The chargemaster row in force on the service date - the
      *> highest effective date not after it.
       2420-FIND-REVENUE-CODE.
           IF WS-CDM-OPEN
               COMPUTE WS-NEXT-DAY = FUNCTION DATE-OF-INTEGER (
                   FUNCTION INTEGER-OF-DATE (
                       WS-LINE-SERVICE-DATE (WS-LINE-INDEX)) + 1)
               MOVE WS-LINE-TREATMENT (WS-LINE-INDEX)
                   TO CDM-TREATMENT-CODE
               MOVE WS-NEXT-DAY TO CDM-EFFECTIVE-DATE
               START CHARGE-MASTER KEY IS LESS THAN CDM-PRICE-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ CHARGE-MASTER PREVIOUS
                           AT END CONTINUE
                           NOT AT END
                               IF CDM-TREATMENT-CODE =
                                       WS-LINE-TREATMENT (WS-LINE-INDEX)
                                   AND CDM-ACTIVE
                                   MOVE CDM-REVENUE-CODE
                                       TO WS-LINE-REVENUE
                                              (WS-LINE-INDEX)
                               END-IF
                       END-READ
               END-START
           END-IF.

       2430-NOTE-DIAGNOSIS.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-DIAG-INDEX FROM 1 BY 1
               UNTIL WS-DIAG-INDEX > WS-DIAG-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-DIAG-CODE (WS-DIAG-INDEX) =
                       WS-LINE-ICD (WS-LINE-INDEX)
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-DIAG-INDEX
                       TO WS-LINE-POINTER (WS-LINE-INDEX)
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-DIAG-COUNT < 12
                   ADD 1 TO WS-DIAG-COUNT
                   MOVE WS-LINE-ICD (WS-LINE-INDEX)
                       TO WS-DIAG-CODE (WS-DIAG-COUNT)
                   MOVE WS-DIAG-COUNT
                       TO WS-LINE-POINTER (WS-LINE-INDEX)
               ELSE
                   MOVE "MORE THAN 12 DIAGNOSES" TO WS-REASON
                   MOVE WS-LINE-INDEX TO WS-REASON-LINE
               END-IF
           END-IF.

       2500-FIND-PROVIDER.
           INITIALIZE WS-PROVIDER-FIELDS
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PROVIDER-INDEX FROM 1 BY 1
               UNTIL WS-PROVIDER-INDEX > WS-PROVIDER-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-PRV-PROVIDER-ID (WS-PROVIDER-INDEX) =
                       WS-LOOKUP-PROVIDER
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-PRV-NPI (WS-PROVIDER-INDEX)
                       TO WS-PROVIDER-NPI
                   MOVE WS-PRV-NAME (WS-PROVIDER-INDEX)
                       TO WS-PROVIDER-NAME
                   MOVE WS-PRV-ACTIVE (WS-PROVIDER-INDEX)
                       TO WS-PROVIDER-ACTIVE
               END-IF
           END-PERFORM.

      *> ISA - fixed-width elements, '^' repetition and ':' component
      *> separators.
       3000-WRITE-INTERCHANGE-HEADER.
           MOVE SPACES TO XSG-TEXT
           STRING "ISA*00*          *00*          *"
                  XEP-SENDER-QUALIFIER "*" XEP-SENDER-ID "*"
                  XEP-RECEIVER-QUALIFIER "*" XEP-RECEIVER-ID "*"
                  WS-CLOCK (3:6) "*" WS-CLOCK (9:4) "*^*00501*"
                  WS-INTERCHANGE-CONTROL "*0*" XEP-USAGE-INDICATOR
                  "*:~"
               DELIMITED BY SIZE INTO XSG-TEXT
           END-STRING
           PERFORM 8000-WRITE-SEGMENT.

       3100-WRITE-GROUP-HEADER.
           ADD 1 TO WS-GROUP-CONTROL
           SET WS-GROUP-OPEN TO TRUE
           MOVE "GS" TO WS-ELEMENT
           PERFORM 8100-START-SEGMENT
           MOVE "HC" TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE XEP-SENDER-ID TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE XEP-RECEIVER-ID TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE WS-CLOCK (1:8) TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE WS-CLOCK (9:4) TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE WS-GROUP-CONTROL TO WS-NUMBER
           PERFORM 8300-ADD-NUMBER
           MOVE "X" TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE WS-VERSION TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8900-END-SEGMENT.

       3800-WRITE-GROUP-TRAILER.
           MOVE "GE" TO WS-ELEMENT
           PERFORM 8100-START-SEGMENT
           MOVE WS-SET-COUNT TO WS-NUMBER
           PERFORM 8300-ADD-NUMBER
           MOVE WS-GROUP-CONTROL TO WS-NUMBER
           PERFORM 8300-ADD-NUMBER
           PERFORM 8900-END-SEGMENT.

       3900-WRITE-INTERCHANGE-TRAILER.
           MOVE "IEA" TO WS-ELEMENT
           PERFORM 8100-START-SEGMENT
           MOVE WS-GROUP-CONTROL TO WS-NUMBER
           PERFORM 8300-ADD-NUMBER
           MOVE WS-INTERCHANGE-CONTROL TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8900-END-SEGMENT.

      *> One transaction set per claim: submitter and receiver, the
      *> billing provider, the subscriber and payer, the claim with
      *> its diagnoses, and a service line per extract line.
       4000-WRITE-CLAIM-SET.
           ADD 1 TO WS-SET-COUNT
           MOVE 0 TO WS-SET-SEGMENT-COUNT
           MOVE HLD-CONTROL-NUMBER TO WS-CONTROL-TEXT
           MOVE "ST" TO WS-ELEMENT
           PERFORM 8100-START-SEGMENT
           MOVE "837" TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE WS-CONTROL-TEXT TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE WS-VERSION TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8900-END-SEGMENT
           MOVE "BHT" TO WS-ELEMENT
           PERFORM 8100-START-SEGMENT
           MOVE "0019" TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE "00" TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE WS-CONTROL-TEXT TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE WS-CLOCK (1:8) TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE WS-CLOCK (9:4) TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE "CH" TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8900-END-SEGMENT
           PERFORM 4100-WRITE-SUBMITTER
           PERFORM 4200-WRITE-BILLING-PROVIDER
           PERFORM 4300-WRITE-SUBSCRIBER
           PERFORM 4400-WRITE-CLAIM
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > WS-LINE-COUNT
               PERFORM 4500-WRITE-SERVICE-LINE
           END-PERFORM
           MOVE "SE" TO WS-ELEMENT
           PERFORM 8100-START-SEGMENT
           COMPUTE WS-NUMBER = WS-SET-SEGMENT-COUNT + 1
           PERFORM 8300-ADD-NUMBER
           MOVE WS-CONTROL-TEXT TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8900-END-SEGMENT
           IF WS-PASS-INSTITUTIONAL
               ADD 1 TO WS-INSTITUTIONAL-COUNT
           ELSE
               ADD 1 TO WS-PROFESSIONAL-COUNT
           END-IF.

      *> 1000A submitter and 1000B receiver.
       4100-WRITE-SUBMITTER.
           MOVE "41" TO WS-QUALIFIER
           MOVE XEP-SUBMITTER-NAME TO WS-ELEMENT
           PERFORM 4900-WRITE-ORGANIZATION-NAME
           MOVE "46" TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE XEP-SENDER-ID TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8900-END-SEGMENT
           MOVE "PER" TO WS-ELEMENT
           PERFORM 8100-START-SEGMENT
           MOVE "IC" TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE XEP-CONTACT-NAME TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE "TE" TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE XEP-CONTACT-PHONE TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8900-END-SEGMENT
           MOVE "40" TO WS-QUALIFIER
           MOVE XEP-RECEIVER-NAME TO WS-ELEMENT
           PERFORM 4900-WRITE-ORGANIZATION-NAME
           MOVE "46" TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE XEP-RECEIVER-ID TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8900-END-SEGMENT.

      *> 2000A/2010AA billing provider - name and NPI from the
      *> provider master, address and tax ID from the control card.
       4200-WRITE-BILLING-PROVIDER.
           MOVE "HL*1**20*1" TO WS-ELEMENT
           PERFORM 8100-START-SEGMENT
           PERFORM 8900-END-SEGMENT
           MOVE "85" TO WS-QUALIFIER
           MOVE WS-BILLING-NAME TO WS-ELEMENT
           PERFORM 4900-WRITE-ORGANIZATION-NAME
           MOVE "XX" TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE WS-BILLING-NPI TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8900-END-SEGMENT
           MOVE "N3" TO WS-ELEMENT
           PERFORM 8100-START-SEGMENT
           MOVE XEP-BILLING-ADDRESS TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8900-END-SEGMENT
           MOVE "N4" TO WS-ELEMENT
           PERFORM 8100-START-SEGMENT
           MOVE XEP-BILLING-CITY TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE XEP-BILLING-STATE TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE XEP-BILLING-ZIP TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8900-END-SEGMENT
           MOVE "REF" TO WS-ELEMENT
           PERFORM 8100-START-SEGMENT
           MOVE "EI" TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE XEP-BILLING-TAX-ID TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8900-END-SEGMENT.

      *> 2000B/2010BA/2010BB - the patient is the subscriber, named
      *> and identified by PATIENT-ID; the payer by its EDI profile.
       4300-WRITE-SUBSCRIBER.
           MOVE "HL*2*1*22*0" TO WS-ELEMENT
           PERFORM 8100-START-SEGMENT
           PERFORM 8900-END-SEGMENT
           MOVE "SBR*P*18*******CI" TO WS-ELEMENT
           PERFORM 8100-START-SEGMENT
           PERFORM 8900-END-SEGMENT
           MOVE "NM1*IL*1" TO WS-ELEMENT
           PERFORM 8100-START-SEGMENT
           MOVE HLD-PATIENT-ID TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE SPACES TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE "MI" TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE HLD-PATIENT-ID TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8900-END-SEGMENT
           MOVE "PR" TO WS-QUALIFIER
           MOVE WS-PAYER-NAME TO WS-ELEMENT
           PERFORM 4900-WRITE-ORGANIZATION-NAME
           MOVE "PI" TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE WS-PAYER-ID TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8900-END-SEGMENT.

      *> 2300 claim - an inpatient hospital bill (type 111) on the
      *> institutional form, an office claim on the professional.
       4400-WRITE-CLAIM.
           MOVE "CLM" TO WS-ELEMENT
           PERFORM 8100-START-SEGMENT
           MOVE WS-CONTROL-TEXT TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE HLD-CLAIM-TOTAL TO WS-AMOUNT
           PERFORM 8400-ADD-AMOUNT
           MOVE SPACES TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           IF WS-PASS-INSTITUTIONAL
               MOVE "11:A:1" TO WS-ELEMENT
               PERFORM 8200-ADD-ELEMENT
               MOVE SPACES TO WS-ELEMENT
               PERFORM 8200-ADD-ELEMENT
           ELSE
               MOVE "11:B:1" TO WS-ELEMENT
               PERFORM 8200-ADD-ELEMENT
               MOVE "Y" TO WS-ELEMENT
               PERFORM 8200-ADD-ELEMENT
           END-IF
           MOVE "A" TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE "Y" TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8900-END-SEGMENT
           IF WS-PASS-INSTITUTIONAL
               PERFORM 4410-WRITE-STAY-DATES
           END-IF
           PERFORM 4420-WRITE-DIAGNOSES.

       4410-WRITE-STAY-DATES.
           MOVE "DTP*435*D8" TO WS-ELEMENT
           PERFORM 8100-START-SEGMENT
           MOVE HLD-ADMISSION-DATE TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8900-END-SEGMENT
           MOVE "DTP*434*RD8" TO WS-ELEMENT
           PERFORM 8100-START-SEGMENT
           MOVE SPACES TO WS-ELEMENT
           IF HLD-DISCHARGE-DATE = 0
               STRING HLD-ADMISSION-DATE "-" HLD-ADMISSION-DATE
                   DELIMITED BY SIZE INTO WS-ELEMENT
               END-STRING
           ELSE
               STRING HLD-ADMISSION-DATE "-" HLD-DISCHARGE-DATE
                   DELIMITED BY SIZE INTO WS-ELEMENT
               END-STRING
           END-IF
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8900-END-SEGMENT
           MOVE "CL1*9*9*01" TO WS-ELEMENT
           PERFORM 8100-START-SEGMENT
           PERFORM 8900-END-SEGMENT.

      *> The principal diagnosis first; the institutional form carries
      *> it alone on its own HI, the professional with the others.
       4420-WRITE-DIAGNOSES.
           MOVE "HI" TO WS-ELEMENT
           PERFORM 8100-START-SEGMENT
           MOVE 1 TO WS-DIAG-INDEX
           MOVE "ABK:" TO WS-QUALIFIER
           PERFORM 4430-ADD-DIAGNOSIS
           IF WS-PASS-INSTITUTIONAL AND WS-DIAG-COUNT > 1
               PERFORM 8900-END-SEGMENT
               MOVE "HI" TO WS-ELEMENT
               PERFORM 8100-START-SEGMENT
           END-IF
           MOVE "ABF:" TO WS-QUALIFIER
           PERFORM VARYING WS-DIAG-INDEX FROM 2 BY 1
               UNTIL WS-DIAG-INDEX > WS-DIAG-COUNT
               PERFORM 4430-ADD-DIAGNOSIS
           END-PERFORM
           PERFORM 8900-END-SEGMENT.

      *> ICD codes go without their decimal point.
       4430-ADD-DIAGNOSIS.
           MOVE SPACES TO WS-ICD-OUT
           MOVE 0 TO WS-ICD-LEN
           PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
               UNTIL WS-CHAR-INDEX > 7
               IF WS-DIAG-CODE (WS-DIAG-INDEX) (WS-CHAR-INDEX:1)
                       NOT = "." AND NOT = SPACE
                   ADD 1 TO WS-ICD-LEN
                   MOVE WS-DIAG-CODE (WS-DIAG-INDEX) (WS-CHAR-INDEX:1)
                       TO WS-ICD-OUT (WS-ICD-LEN:1)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ELEMENT
           STRING WS-QUALIFIER WS-ICD-OUT
               DELIMITED BY SIZE INTO WS-ELEMENT
           END-STRING
           PERFORM 8200-ADD-ELEMENT.

      *> 2400 service line - SV2 with the revenue code on the
      *> institutional form, SV1 with its diagnosis pointer on the
      *> professional, and the rendering provider where it is not
      *> the billing provider.
       4500-WRITE-SERVICE-LINE.
           MOVE "LX" TO WS-ELEMENT
           PERFORM 8100-START-SEGMENT
           MOVE WS-LINE-INDEX TO WS-NUMBER
           PERFORM 8300-ADD-NUMBER
           PERFORM 8900-END-SEGMENT
           IF WS-PASS-INSTITUTIONAL
               MOVE "SV2" TO WS-ELEMENT
               PERFORM 8100-START-SEGMENT
               MOVE WS-LINE-REVENUE (WS-LINE-INDEX) TO WS-ELEMENT
               PERFORM 8200-ADD-ELEMENT
           ELSE
               MOVE "SV1" TO WS-ELEMENT
               PERFORM 8100-START-SEGMENT
           END-IF
           MOVE SPACES TO WS-ELEMENT
           STRING "HC:" WS-LINE-TREATMENT (WS-LINE-INDEX)
               DELIMITED BY SIZE INTO WS-ELEMENT
           END-STRING
           PERFORM 8200-ADD-ELEMENT
           MOVE WS-LINE-COST (WS-LINE-INDEX) TO WS-AMOUNT
           PERFORM 8400-ADD-AMOUNT
           MOVE "UN" TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE 1 TO WS-NUMBER
           PERFORM 8300-ADD-NUMBER
           IF WS-PASS-PROFESSIONAL
               MOVE SPACES TO WS-ELEMENT
               PERFORM 8200-ADD-ELEMENT
               PERFORM 8200-ADD-ELEMENT
               MOVE WS-LINE-POINTER (WS-LINE-INDEX) TO WS-NUMBER
               PERFORM 8300-ADD-NUMBER
           END-IF
           PERFORM 8900-END-SEGMENT
           MOVE "DTP*472*D8" TO WS-ELEMENT
           PERFORM 8100-START-SEGMENT
           MOVE WS-LINE-SERVICE-DATE (WS-LINE-INDEX) TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8900-END-SEGMENT
           IF WS-PASS-PROFESSIONAL
                   AND WS-LINE-PROVIDER (WS-LINE-INDEX) NOT = SPACES
                   AND WS-LINE-PROVIDER (WS-LINE-INDEX)
                       NOT = HLD-PROVIDER-ID
               MOVE WS-LINE-PROVIDER (WS-LINE-INDEX)
                   TO WS-LOOKUP-PROVIDER
               PERFORM 2500-FIND-PROVIDER
               IF WS-ENTRY-FOUND AND WS-PROVIDER-NPI > 0
                   MOVE "NM1*82*1" TO WS-ELEMENT
                   PERFORM 8100-START-SEGMENT
                   MOVE WS-PROVIDER-NAME TO WS-ELEMENT
                   PERFORM 4910-ADD-NAME-AND-GAP
                   MOVE "XX" TO WS-ELEMENT
                   PERFORM 8200-ADD-ELEMENT
                   MOVE WS-PROVIDER-NPI TO WS-ELEMENT
                   PERFORM 8200-ADD-ELEMENT
                   PERFORM 8900-END-SEGMENT
               END-IF
           END-IF.

      *> NM1 for an organization: WS-QUALIFIER carries the entity code
      *> and WS-ELEMENT the name; the caller adds the ID qualifier and
      *> ID and ends the segment.
       4900-WRITE-ORGANIZATION-NAME.
           MOVE WS-ELEMENT TO WS-NAME-HOLD
           MOVE "NM1" TO WS-ELEMENT
           PERFORM 8100-START-SEGMENT
           MOVE WS-QUALIFIER TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE "2" TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           MOVE WS-NAME-HOLD TO WS-ELEMENT
           PERFORM 4910-ADD-NAME-AND-GAP.

       4910-ADD-NAME-AND-GAP.
           PERFORM 8200-ADD-ELEMENT
           MOVE SPACES TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8200-ADD-ELEMENT
           PERFORM 8200-ADD-ELEMENT.

      *> A resubmitted control number starts its acknowledgments over
      *> but keeps its first submission date and filing deadline.
       5000-POST-SUBMISSION.
           MOVE HLD-CONTROL-NUMBER TO CSB-CONTROL-NUMBER
           READ SUBMISSION-MASTER
               INVALID KEY
                   INITIALIZE CLAIM-SUBMISSION-RECORD
                   MOVE HLD-CONTROL-NUMBER TO CSB-CONTROL-NUMBER
                   MOVE WS-TODAY TO CSB-FIRST-SUBMIT-DATE
                   PERFORM 5100-SET-FILING-DEADLINE
                   PERFORM 5200-FILL-SUBMISSION
                   WRITE CLAIM-SUBMISSION-RECORD
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 5200-FILL-SUBMISSION
                   REWRITE CLAIM-SUBMISSION-RECORD
                   END-REWRITE
           END-READ.

      *> The payer's limit runs from discharge (admission for a stay
      *> still open); a payer with no limit on file gets 90 days.
       5100-SET-FILING-DEADLINE.
           IF HLD-DISCHARGE-DATE = 0
               MOVE HLD-ADMISSION-DATE TO WS-DEADLINE-BASE
           ELSE
               MOVE HLD-DISCHARGE-DATE TO WS-DEADLINE-BASE
           END-IF
           IF WS-FILING-DAYS = 0
               MOVE 90 TO WS-FILING-DAYS
           END-IF
           COMPUTE CSB-FILING-DEADLINE = FUNCTION DATE-OF-INTEGER (
               FUNCTION INTEGER-OF-DATE (WS-DEADLINE-BASE)
               + WS-FILING-DAYS).

       5200-FILL-SUBMISSION.
           MOVE HLD-INSURANCE-CODE TO CSB-INSURANCE-CODE
           MOVE HLD-PATIENT-ID TO CSB-PATIENT-ID
           MOVE HLD-ADMISSION-DATE TO CSB-ADMISSION-DATE
           MOVE WS-PASS-FORM TO CSB-CLAIM-FORM
           MOVE HLD-CLAIM-TOTAL TO CSB-CLAIM-TOTAL
           MOVE WS-INTERCHANGE-CONTROL TO CSB-INTERCHANGE-CONTROL
           MOVE WS-TODAY TO CSB-LAST-SUBMIT-DATE
           ADD 1 TO CSB-SUBMIT-COUNT
           SET CSB-SUBMITTED TO TRUE
           MOVE SPACE TO CSB-BATCH-ACK-STATUS
           MOVE 0 TO CSB-BATCH-ACK-DATE
           MOVE SPACE TO CSB-CLAIM-ACK-STATUS
           MOVE 0 TO CSB-CLAIM-ACK-DATE
           MOVE SPACES TO CSB-REJECT-CODE
           MOVE SPACES TO CSB-PAYER-CLAIM-NUMBER.

       8000-WRITE-SEGMENT.
           WRITE X12-SEGMENT-LINE
           ADD 1 TO WS-SEGMENT-COUNT
           ADD 1 TO WS-SET-SEGMENT-COUNT.

      *> WS-ELEMENT carries the segment ID (and any fixed elements
      *> that open it).
       8100-START-SEGMENT.
           MOVE SPACES TO XSG-TEXT
           MOVE 1 TO WS-SEGMENT-POINTER
           STRING WS-ELEMENT DELIMITED BY SPACE
               INTO XSG-TEXT WITH POINTER WS-SEGMENT-POINTER
           END-STRING.

      *> '*' and WS-ELEMENT without its trailing spaces; a blank
      *> element leaves the separator alone.
       8200-ADD-ELEMENT.
           MOVE 80 TO WS-ELEMENT-LEN
           PERFORM UNTIL WS-ELEMENT-LEN = 0
               OR WS-ELEMENT (WS-ELEMENT-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-ELEMENT-LEN
           END-PERFORM
           STRING "*" DELIMITED BY SIZE
               INTO XSG-TEXT WITH POINTER WS-SEGMENT-POINTER
           END-STRING
           IF WS-ELEMENT-LEN > 0
               STRING WS-ELEMENT (1:WS-ELEMENT-LEN) DELIMITED BY SIZE
                   INTO XSG-TEXT WITH POINTER WS-SEGMENT-POINTER
               END-STRING
           END-IF.

       8300-ADD-NUMBER.
           MOVE WS-NUMBER TO WS-NUMBER-EDIT
           MOVE 0 TO WS-EDIT-LEAD
           INSPECT WS-NUMBER-EDIT TALLYING WS-EDIT-LEAD
               FOR LEADING SPACES
           MOVE WS-NUMBER-EDIT (WS-EDIT-LEAD + 1:) TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT.

       8400-ADD-AMOUNT.
           MOVE WS-AMOUNT TO WS-AMOUNT-EDIT
           MOVE 0 TO WS-EDIT-LEAD
           INSPECT WS-AMOUNT-EDIT TALLYING WS-EDIT-LEAD
               FOR LEADING SPACES
           MOVE WS-AMOUNT-EDIT (WS-EDIT-LEAD + 1:) TO WS-ELEMENT
           PERFORM 8200-ADD-ELEMENT.

       8900-END-SEGMENT.
           STRING "~" DELIMITED BY SIZE
               INTO XSG-TEXT WITH POINTER WS-SEGMENT-POINTER
           END-STRING
           PERFORM 8000-WRITE-SEGMENT.

       9000-WRITE-EXCEPTION.
           MOVE HLD-CONTROL-NUMBER TO XCX-CONTROL-NUMBER
           MOVE HLD-INSURANCE-CODE TO XCX-INSURANCE-CODE
           MOVE HLD-PATIENT-ID TO XCX-PATIENT-ID
           MOVE WS-REASON-LINE TO XCX-LINE-NUMBER
           MOVE WS-REASON TO XCX-REASON
           WRITE X12-CLAIM-EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.
