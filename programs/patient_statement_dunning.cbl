      *> PATSTMT - Patient self-pay statement and dunning cycle. Reads
      *> the stay master as COBSPLIT leaves it, where
      *> PATIENT-RESPONSIBILITY is what the payers have left for the
      *> patient, and carries every stay with an open patient balance
      *> on the self-pay ledger under its guarantor - the surviving
      *> identity the patient resolves to through the PATMERGE
      *> cross-reference, so a merged patient's stays bill together.
      *> Payments and payment-plan instructions reduce the balance
      *> first; each guarantor then gets one consolidated statement,
      *> itemized by stay and diagnosis line with the copay and the
      *> insurer payments, whenever a new balance appears, the
      *> dunning stage advances or a month has passed since the last
      *> one. The cycle escalates at 30, 60, 90 and 120 days from the
      *> first statement; the 120-day final notice puts the account on
      *> hold, and a balance still open when the hold runs out is
      *> referred to collections as bad debt. A guarantor keeping to a
      *> payment plan does not escalate.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATSTMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-FILE ASSIGN TO "HCENTCOB"
               ORGANIZATION IS SEQUENTIAL.
           SELECT XREF-MASTER ASSIGN TO "PATXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PXR-MERGED-PATIENT-ID
               FILE STATUS IS WS-XREF-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "PATPAYTX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.
           SELECT LEDGER-MASTER ASSIGN TO "SELFPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPL-STAY-KEY
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "SPSTMT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "PATPAYRJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REFERRAL-FILE ASSIGN TO "BADDEBT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-FILE.
           COPY ac2_level88_after_odo_enterprise.
       FD  XREF-MASTER.
           COPY patient_xref_record.
       FD  PAYMENT-FILE.
           COPY patient_payment_transaction.
       FD  LEDGER-MASTER.
           COPY self_pay_ledger_record.
       FD  STATEMENT-FILE.
           COPY patient_statement_line.
       FD  REJECT-FILE.
           COPY patient_payment_transaction
               REPLACING ==PATIENT-PAYMENT-TRANSACTION==
                      BY ==REJECTED-PAYMENT-TRANSACTION==
                         LEADING ==PPT== BY ==RJP==.
       FD  REFERRAL-FILE.
           COPY bad_debt_referral_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-XREF-STATUS              PIC X(2).
       01  WS-PAYMENT-STATUS           PIC X(2).
       01  WS-LEDGER-STATUS            PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-INTEGER            PIC 9(7).
       01  WS-XREF-STATE               PIC X(1) VALUE 'N'.
           88  WS-XREF-AVAILABLE       VALUE 'Y'.
       01  WS-LEDGER-STATE             PIC X(1).
           88  WS-LEDGER-FOUND         VALUE 'Y'.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
      *> Dunning thresholds: the stage escalates every 30 days from
      *> the first statement, the final notice holds the account for
      *> 30 days before referral, and a plan installment is in default
      *> 10 days after it fell due.
       01  WS-DUNNING-INTERVAL         PIC 9(3) VALUE 30.
       01  WS-FINAL-HOLD-DAYS          PIC 9(3) VALUE 30.
       01  WS-PLAN-GRACE-DAYS          PIC 9(3) VALUE 10.
       01  WS-PLAN-INTERVAL            PIC 9(3) VALUE 30.
      *> The merge cross-reference keys the 10-digit registration
      *> number, carried right-justified in the stay's PATIENT-ID.
       01  WS-RESOLVE-ID               PIC X(12).
       01  WS-RESOLVE-NUMBER REDEFINES WS-RESOLVE-ID
                                       PIC 9(12).
       01  WS-RESOLVE-HOPS             PIC 9(2) COMP.
       01  WS-RESOLVE-DONE             PIC X(1).
           88  WS-RESOLVED             VALUE 'Y'.
       01  WS-GUARANTOR-ID             PIC X(12).
       01  WS-RESPONSIBILITY           PIC S9(9)V99.
       01  WS-APPLY-AMOUNT             PIC S9(9)V99.
       01  WS-REMAINING-AMOUNT         PIC S9(9)V99.
       01  WS-DIAG-INDEX               PIC 9(3) COMP.
      *> Stays with an open balance this run, chained per guarantor
      *> in the order they came off the stay master, and the
      *> diagnosis lines each one itemizes on the statement.
       01  WS-STAY-INDEX               PIC 9(5) COMP.
       01  WS-STAY-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-STAY-TABLE.
           05  WS-STY-ENTRY OCCURS 20000 TIMES.
               10  WS-STY-PATIENT      PIC X(12).
               10  WS-STY-ADMISSION    PIC 9(8).
               10  WS-STY-DISCHARGE    PIC 9(8).
               10  WS-STY-CHARGES      PIC S9(10)V99 COMP-3.
               10  WS-STY-INSURER-PAID PIC S9(10)V99 COMP-3.
               10  WS-STY-FIRST-LINE   PIC 9(5) COMP.
               10  WS-STY-LINE-COUNT   PIC 9(3) COMP.
               10  WS-STY-NEXT         PIC 9(5) COMP.
       01  WS-LINE-INDEX               PIC 9(5) COMP.
       01  WS-LINE-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-LINE-NUMBER              PIC 9(3) COMP.
       01  WS-LINE-TABLE.
           05  WS-LIN-ENTRY OCCURS 20000 TIMES.
               10  WS-LIN-ICD-CODE     PIC X(7).
               10  WS-LIN-TREATMENT    PIC X(10).
               10  WS-LIN-COST         PIC S9(8)V99 COMP-3.
               10  WS-LIN-INSURER      PIC X(6).
               10  WS-LIN-COPAY        PIC S9(4)V99 COMP-3.
       01  WS-GTR-INDEX                PIC 9(5) COMP.
       01  WS-GTR-COUNT                PIC 9(5) COMP VALUE 0.
       01  WS-GUARANTOR-TABLE.
           05  WS-GTR-ENTRY OCCURS 20000 TIMES.
               10  WS-GTR-ID           PIC X(12).
               10  WS-GTR-FIRST-STAY   PIC 9(5) COMP.
               10  WS-GTR-LAST-STAY    PIC 9(5) COMP.
      *> The guarantor's account as its stays add up this run.
       01  WS-ACCOUNT-SUMMARY.
           05  WS-ACC-BALANCE          PIC S9(11)V99.
           05  WS-ACC-STAGE            PIC 9(1).
           05  WS-ACC-OLDEST-DATE      PIC 9(8).
           05  WS-ACC-LAST-STATEMENT   PIC 9(8).
           05  WS-ACC-FINAL-NOTICE     PIC 9(8).
           05  WS-ACC-INSTALLMENT      PIC S9(7)V99.
           05  WS-ACC-NEXT-DUE         PIC 9(8).
           05  WS-ACC-NEW-BALANCE      PIC X(1).
               88  WS-ACC-HAS-NEW      VALUE 'Y'.
       01  WS-ACC-STATUS               PIC X(1).
           88  WS-ACC-OPEN             VALUE 'O'.
           88  WS-ACC-ON-PLAN          VALUE 'P'.
           88  WS-ACC-FINAL-HOLD       VALUE 'H'.
           88  WS-ACC-REFERRED         VALUE 'B'.
           88  WS-ACC-PAID             VALUE 'C'.
       01  WS-TARGET-STAGE             PIC 9(1).
       01  WS-AGE-DAYS                 PIC S9(7).
       01  WS-STATEMENT-FLAG           PIC X(1).
           88  WS-STATEMENT-DUE        VALUE 'Y'.
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-OPEN-STAY-COUNT      PIC 9(7) VALUE 0.
           05  WS-PAYMENT-COUNT        PIC 9(7) VALUE 0.
           05  WS-PLAN-COUNT           PIC 9(7) VALUE 0.
           05  WS-BROKEN-COUNT         PIC 9(7) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(7) VALUE 0.
           05  WS-STATEMENT-COUNT      PIC 9(7) VALUE 0.
           05  WS-ESCALATED-COUNT      PIC 9(7) VALUE 0.
           05  WS-FINAL-COUNT          PIC 9(7) VALUE 0.
           05  WS-REFERRED-COUNT       PIC 9(7) VALUE 0.
           05  WS-PAID-COUNT           PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
           OPEN INPUT XREF-MASTER
           IF WS-XREF-STATUS = "00"
               SET WS-XREF-AVAILABLE TO TRUE
           END-IF
           OPEN I-O LEDGER-MASTER
           IF WS-LEDGER-STATUS NOT = "00"
               OPEN OUTPUT LEDGER-MASTER
               CLOSE LEDGER-MASTER
               OPEN I-O LEDGER-MASTER
           END-IF
           OPEN OUTPUT STATEMENT-FILE REJECT-FILE REFERRAL-FILE
           PERFORM 1000-LOAD-STAYS
           PERFORM 2000-APPLY-PAYMENTS
           PERFORM VARYING WS-GTR-INDEX FROM 1 BY 1
               UNTIL WS-GTR-INDEX > WS-GTR-COUNT
               PERFORM 4000-WORK-GUARANTOR
           END-PERFORM
           IF WS-XREF-AVAILABLE
               CLOSE XREF-MASTER
           END-IF
           CLOSE LEDGER-MASTER STATEMENT-FILE REJECT-FILE
                 REFERRAL-FILE
           DISPLAY "PATSTMT: READ=" WS-READ-COUNT
                   " OPEN=" WS-OPEN-STAY-COUNT
                   " PAYMENTS=" WS-PAYMENT-COUNT
                   " PLANS=" WS-PLAN-COUNT
                   " BROKEN=" WS-BROKEN-COUNT
                   " REJECTED=" WS-REJECTED-COUNT
                   " STATEMENTS=" WS-STATEMENT-COUNT
                   " ESCALATED=" WS-ESCALATED-COUNT
                   " FINAL=" WS-FINAL-COUNT
                   " REFERRED=" WS-REFERRED-COUNT
                   " PAID=" WS-PAID-COUNT
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

       1000-LOAD-STAYS.
           OPEN INPUT PATIENT-FILE
           PERFORM 1100-READ-PATIENT
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               PERFORM 1200-POST-STAY
               PERFORM 1100-READ-PATIENT
           END-PERFORM
           CLOSE PATIENT-FILE
           MOVE 'N' TO WS-EOF.

       1100-READ-PATIENT.
           READ PATIENT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> A stay joins the ledger the first time it shows a patient
      *> balance; after that only a change in PATIENT-RESPONSIBILITY
      *> since the last run moves the open balance. A stay already
      *> referred to collections stays with the agency.
       1200-POST-STAY.
           MOVE PATIENT-RESPONSIBILITY TO WS-RESPONSIBILITY
           MOVE 'N' TO WS-LEDGER-STATE
           MOVE PATIENT-ID TO SPL-PATIENT-ID
           MOVE ADMISSION-DATE TO SPL-ADMISSION-DATE
           READ LEDGER-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-LEDGER-FOUND TO TRUE
           END-READ
           IF NOT WS-LEDGER-FOUND
               IF WS-RESPONSIBILITY > 0
                   PERFORM 1300-RESOLVE-GUARANTOR
                   INITIALIZE SELF-PAY-LEDGER-RECORD
                   MOVE PATIENT-ID TO SPL-PATIENT-ID
                   MOVE ADMISSION-DATE TO SPL-ADMISSION-DATE
                   MOVE WS-GUARANTOR-ID TO SPL-GUARANTOR-ID
                   SET SPL-OPEN TO TRUE
                   MOVE WS-RESPONSIBILITY TO SPL-RESPONSIBILITY
                   MOVE WS-RESPONSIBILITY TO SPL-OPEN-BALANCE
                   WRITE SELF-PAY-LEDGER-RECORD
                   PERFORM 1400-TABLE-STAY
               END-IF
           ELSE
               IF NOT SPL-REFERRED
                   PERFORM 1300-RESOLVE-GUARANTOR
                   MOVE WS-GUARANTOR-ID TO SPL-GUARANTOR-ID
                   IF WS-RESPONSIBILITY NOT = SPL-RESPONSIBILITY
                       COMPUTE SPL-OPEN-BALANCE = SPL-OPEN-BALANCE
                           + WS-RESPONSIBILITY - SPL-RESPONSIBILITY
                       MOVE WS-RESPONSIBILITY TO SPL-RESPONSIBILITY
                       IF SPL-OPEN-BALANCE < 0
                           MOVE 0 TO SPL-OPEN-BALANCE
                       END-IF
                   END-IF
      *> A paid stay that picks up a new balance starts a fresh cycle.
                   IF SPL-PAID AND SPL-OPEN-BALANCE > 0
                       SET SPL-OPEN TO TRUE
                       MOVE 0 TO SPL-DUNNING-STAGE
                       MOVE 0 TO SPL-FIRST-STATEMENT-DATE
                       MOVE 0 TO SPL-FINAL-NOTICE-DATE
                   END-IF
                   REWRITE SELF-PAY-LEDGER-RECORD
                   IF NOT SPL-PAID
                       PERFORM 1400-TABLE-STAY
                   END-IF
               END-IF
           END-IF.

      *> Follow the merge chain to its live identity; PATMERGE
      *> re-points a link whose survivor was already merged, but a
      *> survivor merged away afterwards still needs the extra hop.
       1300-RESOLVE-GUARANTOR.
           MOVE PATIENT-ID TO WS-RESOLVE-ID
           PERFORM 1310-FOLLOW-MERGE-CHAIN
           MOVE WS-RESOLVE-ID TO WS-GUARANTOR-ID.

       1310-FOLLOW-MERGE-CHAIN.
           MOVE 'N' TO WS-RESOLVE-DONE
           MOVE 0 TO WS-RESOLVE-HOPS
           IF NOT WS-XREF-AVAILABLE
               SET WS-RESOLVED TO TRUE
           END-IF
           PERFORM UNTIL WS-RESOLVED
               IF WS-RESOLVE-ID IS NOT NUMERIC
                       OR WS-RESOLVE-HOPS > 9
                   SET WS-RESOLVED TO TRUE
               ELSE
                   MOVE WS-RESOLVE-NUMBER TO PXR-MERGED-PATIENT-ID
                   READ XREF-MASTER
                       INVALID KEY
                           SET WS-RESOLVED TO TRUE
                       NOT INVALID KEY
                           MOVE PXR-SURVIVOR-PATIENT-ID
                               TO WS-RESOLVE-NUMBER
                           ADD 1 TO WS-RESOLVE-HOPS
                   END-READ
               END-IF
           END-PERFORM.

       1400-TABLE-STAY.
           IF WS-STAY-COUNT < 20000
               ADD 1 TO WS-STAY-COUNT
               ADD 1 TO WS-OPEN-STAY-COUNT
               MOVE PATIENT-ID TO WS-STY-PATIENT (WS-STAY-COUNT)
               MOVE ADMISSION-DATE TO WS-STY-ADMISSION (WS-STAY-COUNT)
               MOVE DISCHARGE-DATE TO WS-STY-DISCHARGE (WS-STAY-COUNT)
               MOVE TOTAL-CHARGES TO WS-STY-CHARGES (WS-STAY-COUNT)
               MOVE INSURANCE-COVERAGE
                   TO WS-STY-INSURER-PAID (WS-STAY-COUNT)
               MOVE 0 TO WS-STY-NEXT (WS-STAY-COUNT)
               MOVE 0 TO WS-STY-LINE-COUNT (WS-STAY-COUNT)
               COMPUTE WS-STY-FIRST-LINE (WS-STAY-COUNT) =
                   WS-LINE-COUNT + 1
               PERFORM VARYING WS-DIAG-INDEX FROM 1 BY 1
                   UNTIL WS-DIAG-INDEX > DIAGNOSIS-COUNT
                       OR WS-LINE-COUNT >= 20000
                   ADD 1 TO WS-LINE-COUNT
                   ADD 1 TO WS-STY-LINE-COUNT (WS-STAY-COUNT)
                   MOVE ICD-CODE (WS-DIAG-INDEX)
                       TO WS-LIN-ICD-CODE (WS-LINE-COUNT)
                   MOVE TREATMENT-CODE (WS-DIAG-INDEX)
                       TO WS-LIN-TREATMENT (WS-LINE-COUNT)
                   MOVE PROCEDURE-COST (WS-DIAG-INDEX)
                       TO WS-LIN-COST (WS-LINE-COUNT)
                   MOVE INSURANCE-CODE (WS-DIAG-INDEX)
                       TO WS-LIN-INSURER (WS-LINE-COUNT)
                   MOVE COPAY-AMOUNT (WS-DIAG-INDEX)
                       TO WS-LIN-COPAY (WS-LINE-COUNT)
               END-PERFORM
               PERFORM 1500-CHAIN-TO-GUARANTOR
           END-IF.

       1500-CHAIN-TO-GUARANTOR.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-GTR-INDEX FROM 1 BY 1
               UNTIL WS-GTR-INDEX > WS-GTR-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-GTR-ID (WS-GTR-INDEX) = WS-GUARANTOR-ID
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-GTR-INDEX
               MOVE WS-STAY-COUNT
                   TO WS-STY-NEXT (WS-GTR-LAST-STAY (WS-GTR-INDEX))
               MOVE WS-STAY-COUNT TO WS-GTR-LAST-STAY (WS-GTR-INDEX)
           ELSE
               ADD 1 TO WS-GTR-COUNT
               MOVE WS-GUARANTOR-ID TO WS-GTR-ID (WS-GTR-COUNT)
               MOVE WS-STAY-COUNT TO WS-GTR-FIRST-STAY (WS-GTR-COUNT)
               MOVE WS-STAY-COUNT TO WS-GTR-LAST-STAY (WS-GTR-COUNT)
           END-IF.

       2000-APPLY-PAYMENTS.
           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS = "00"
               PERFORM 2100-READ-PAYMENT
               PERFORM UNTIL END-OF-FILE
                   PERFORM 2200-APPLY-TRANSACTION
                   PERFORM 2100-READ-PAYMENT
               END-PERFORM
               CLOSE PAYMENT-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       2100-READ-PAYMENT.
           READ PAYMENT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> A transaction finds its statement through the same merge
      *> chain as the stays, so a payment quoting a merged identity
      *> still lands on the survivor's account.
       2200-APPLY-TRANSACTION.
           MOVE PPT-PATIENT-ID TO WS-RESOLVE-ID
           PERFORM 1310-FOLLOW-MERGE-CHAIN
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-GTR-INDEX FROM 1 BY 1
               UNTIL WS-GTR-INDEX > WS-GTR-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-GTR-ID (WS-GTR-INDEX) = WS-RESOLVE-ID
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               MOVE PPT-AMOUNT TO WS-REMAINING-AMOUNT
               PERFORM 2900-REJECT-TRANSACTION
           ELSE
               SUBTRACT 1 FROM WS-GTR-INDEX
               EVALUATE TRUE
                   WHEN PPT-PAYMENT AND PPT-AMOUNT > 0
                       PERFORM 2300-POST-PAYMENT
                   WHEN PPT-PLAN-SETUP AND PPT-AMOUNT > 0
                       PERFORM 2400-SET-UP-PLAN
                   WHEN PPT-PLAN-CANCEL
                       PERFORM 2500-CANCEL-PLAN
                   WHEN OTHER
                       MOVE PPT-AMOUNT TO WS-REMAINING-AMOUNT
                       PERFORM 2900-REJECT-TRANSACTION
               END-EVALUATE
           END-IF.

      *> The payment settles the guarantor's stays in the order they
      *> came off the stay master; whatever is left once every stay
      *> is clear goes back out on the reject file as unapplied cash.
       2300-POST-PAYMENT.
           ADD 1 TO WS-PAYMENT-COUNT
           MOVE PPT-AMOUNT TO WS-REMAINING-AMOUNT
           MOVE WS-GTR-FIRST-STAY (WS-GTR-INDEX) TO WS-STAY-INDEX
           PERFORM UNTIL WS-STAY-INDEX = 0
               PERFORM 4900-READ-STAY-LEDGER
               IF WS-LEDGER-FOUND
                   IF SPL-OPEN-BALANCE > 0
                           AND WS-REMAINING-AMOUNT > 0
                       IF WS-REMAINING-AMOUNT > SPL-OPEN-BALANCE
                           MOVE SPL-OPEN-BALANCE TO WS-APPLY-AMOUNT
                       ELSE
                           MOVE WS-REMAINING-AMOUNT TO WS-APPLY-AMOUNT
                       END-IF
                       SUBTRACT WS-APPLY-AMOUNT FROM SPL-OPEN-BALANCE
                       ADD WS-APPLY-AMOUNT TO SPL-PAYMENTS-TO-DATE
                       SUBTRACT WS-APPLY-AMOUNT
                           FROM WS-REMAINING-AMOUNT
                       MOVE PPT-EFFECTIVE-DATE
                           TO SPL-LAST-PAYMENT-DATE
                   END-IF
      *> An installment paid in full moves the plan on a month.
                   IF SPL-ON-PLAN
                           AND PPT-AMOUNT >= SPL-PLAN-INSTALLMENT
                       COMPUTE SPL-PLAN-NEXT-DUE-DATE =
                           FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE
                               (SPL-PLAN-NEXT-DUE-DATE)
                            + WS-PLAN-INTERVAL)
                   END-IF
                   REWRITE SELF-PAY-LEDGER-RECORD
               END-IF
               MOVE WS-STY-NEXT (WS-STAY-INDEX) TO WS-STAY-INDEX
           END-PERFORM
           IF WS-REMAINING-AMOUNT > 0
               PERFORM 2900-REJECT-TRANSACTION
           END-IF.

      *> A plan can be agreed at any stage short of referral; it
      *> suspends escalation while the installments keep coming.
       2400-SET-UP-PLAN.
           ADD 1 TO WS-PLAN-COUNT
           MOVE WS-GTR-FIRST-STAY (WS-GTR-INDEX) TO WS-STAY-INDEX
           PERFORM UNTIL WS-STAY-INDEX = 0
               PERFORM 4900-READ-STAY-LEDGER
               IF WS-LEDGER-FOUND
                   SET SPL-ON-PLAN TO TRUE
                   MOVE PPT-AMOUNT TO SPL-PLAN-INSTALLMENT
                   COMPUTE SPL-PLAN-NEXT-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER
                       (WS-TODAY-INTEGER + WS-PLAN-INTERVAL)
                   REWRITE SELF-PAY-LEDGER-RECORD
               END-IF
               MOVE WS-STY-NEXT (WS-STAY-INDEX) TO WS-STAY-INDEX
           END-PERFORM.

       2500-CANCEL-PLAN.
           MOVE WS-GTR-FIRST-STAY (WS-GTR-INDEX) TO WS-STAY-INDEX
           PERFORM UNTIL WS-STAY-INDEX = 0
               PERFORM 4900-READ-STAY-LEDGER
               IF WS-LEDGER-FOUND AND SPL-ON-PLAN
                   PERFORM 2600-END-PLAN
                   REWRITE SELF-PAY-LEDGER-RECORD
               END-IF
               MOVE WS-STY-NEXT (WS-STAY-INDEX) TO WS-STAY-INDEX
           END-PERFORM.

      *> Off the plan the account picks up the cycle where it left it.
       2600-END-PLAN.
           IF SPL-STAGE-FINAL
               SET SPL-FINAL-HOLD TO TRUE
           ELSE
               SET SPL-OPEN TO TRUE
           END-IF
           MOVE 0 TO SPL-PLAN-INSTALLMENT
           MOVE 0 TO SPL-PLAN-NEXT-DUE-DATE.

       2900-REJECT-TRANSACTION.
           MOVE PATIENT-PAYMENT-TRANSACTION
               TO REJECTED-PAYMENT-TRANSACTION
           MOVE WS-REMAINING-AMOUNT TO RJP-AMOUNT
           WRITE REJECTED-PAYMENT-TRANSACTION
           ADD 1 TO WS-REJECTED-COUNT.

       4000-WORK-GUARANTOR.
           PERFORM 4100-SUMMARIZE-ACCOUNT
           IF WS-ACC-BALANCE <= 0
               PERFORM 4150-CLOSE-PAID-ACCOUNT
           ELSE
               PERFORM 4200-ADVANCE-DUNNING
               IF WS-ACC-REFERRED
                   PERFORM 4300-REFER-BAD-DEBT
               ELSE
                   IF WS-STATEMENT-DUE
                       PERFORM 4400-WRITE-STATEMENT
                   END-IF
                   PERFORM 4600-UPDATE-ACCOUNT
               END-IF
           END-IF.

      *> The oldest first statement among the open stays drives the
      *> age of the account; a stay never yet billed marks a new
      *> balance that needs a statement whatever the cycle says.
       4100-SUMMARIZE-ACCOUNT.
           INITIALIZE WS-ACCOUNT-SUMMARY
           MOVE 'N' TO WS-ACC-NEW-BALANCE
           SET WS-ACC-OPEN TO TRUE
           MOVE WS-GTR-FIRST-STAY (WS-GTR-INDEX) TO WS-STAY-INDEX
           PERFORM UNTIL WS-STAY-INDEX = 0
               PERFORM 4900-READ-STAY-LEDGER
               IF WS-LEDGER-FOUND AND SPL-OPEN-BALANCE > 0
                   ADD SPL-OPEN-BALANCE TO WS-ACC-BALANCE
                   IF SPL-DUNNING-STAGE > WS-ACC-STAGE
                       MOVE SPL-DUNNING-STAGE TO WS-ACC-STAGE
                   END-IF
                   IF SPL-FIRST-STATEMENT-DATE = 0
                       SET WS-ACC-HAS-NEW TO TRUE
                   ELSE
                       IF WS-ACC-OLDEST-DATE = 0
                               OR SPL-FIRST-STATEMENT-DATE
                                   < WS-ACC-OLDEST-DATE
                           MOVE SPL-FIRST-STATEMENT-DATE
                               TO WS-ACC-OLDEST-DATE
                       END-IF
                   END-IF
                   IF SPL-LAST-STATEMENT-DATE > WS-ACC-LAST-STATEMENT
                       MOVE SPL-LAST-STATEMENT-DATE
                           TO WS-ACC-LAST-STATEMENT
                   END-IF
                   IF SPL-FINAL-NOTICE-DATE > WS-ACC-FINAL-NOTICE
                       MOVE SPL-FINAL-NOTICE-DATE
                           TO WS-ACC-FINAL-NOTICE
                   END-IF
                   IF SPL-ON-PLAN
                       SET WS-ACC-ON-PLAN TO TRUE
                       MOVE SPL-PLAN-INSTALLMENT
                           TO WS-ACC-INSTALLMENT
                       MOVE SPL-PLAN-NEXT-DUE-DATE
                           TO WS-ACC-NEXT-DUE
                   END-IF
               END-IF
               MOVE WS-STY-NEXT (WS-STAY-INDEX) TO WS-STAY-INDEX
           END-PERFORM
           IF NOT WS-ACC-ON-PLAN AND WS-ACC-STAGE = 4
               SET WS-ACC-FINAL-HOLD TO TRUE
           END-IF.

       4150-CLOSE-PAID-ACCOUNT.
           ADD 1 TO WS-PAID-COUNT
           MOVE WS-GTR-FIRST-STAY (WS-GTR-INDEX) TO WS-STAY-INDEX
           PERFORM UNTIL WS-STAY-INDEX = 0
               PERFORM 4900-READ-STAY-LEDGER
               IF WS-LEDGER-FOUND
                   SET SPL-PAID TO TRUE
                   MOVE 0 TO SPL-PLAN-INSTALLMENT
                   MOVE 0 TO SPL-PLAN-NEXT-DUE-DATE
                   REWRITE SELF-PAY-LEDGER-RECORD
               END-IF
               MOVE WS-STY-NEXT (WS-STAY-INDEX) TO WS-STAY-INDEX
           END-PERFORM.

      *> A plan in default drops back into the cycle. Off a plan the
      *> stage follows the account's age up to the 120-day final
      *> notice, which holds the account until the hold runs out and
      *> the balance is referred. A statement goes out for a new
      *> balance, a new stage, or once a month outside the hold.
       4200-ADVANCE-DUNNING.
           MOVE 'N' TO WS-STATEMENT-FLAG
           IF WS-ACC-ON-PLAN
               IF WS-TODAY-INTEGER >
                       FUNCTION INTEGER-OF-DATE (WS-ACC-NEXT-DUE)
                       + WS-PLAN-GRACE-DAYS
                   ADD 1 TO WS-BROKEN-COUNT
                   MOVE 0 TO WS-ACC-INSTALLMENT
                   MOVE 0 TO WS-ACC-NEXT-DUE
                   IF WS-ACC-STAGE = 4
                       SET WS-ACC-FINAL-HOLD TO TRUE
                   ELSE
                       SET WS-ACC-OPEN TO TRUE
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-ACC-ON-PLAN
                   CONTINUE
               WHEN WS-ACC-FINAL-HOLD
                   IF WS-ACC-FINAL-NOTICE = 0
                       MOVE WS-TODAY TO WS-ACC-FINAL-NOTICE
                   END-IF
                   IF WS-TODAY-INTEGER >=
                           FUNCTION INTEGER-OF-DATE
                               (WS-ACC-FINAL-NOTICE)
                           + WS-FINAL-HOLD-DAYS
                       SET WS-ACC-REFERRED TO TRUE
                   END-IF
               WHEN OTHER
                   PERFORM 4250-STAGE-FROM-AGE
           END-EVALUATE
           IF WS-ACC-HAS-NEW
               SET WS-STATEMENT-DUE TO TRUE
           END-IF
           IF NOT WS-ACC-FINAL-HOLD
               IF WS-ACC-LAST-STATEMENT = 0
                   SET WS-STATEMENT-DUE TO TRUE
               ELSE
                   IF WS-TODAY-INTEGER >=
                           FUNCTION INTEGER-OF-DATE
                               (WS-ACC-LAST-STATEMENT)
                           + WS-DUNNING-INTERVAL
                       SET WS-STATEMENT-DUE TO TRUE
                   END-IF
               END-IF
           END-IF.

       4250-STAGE-FROM-AGE.
           MOVE 0 TO WS-AGE-DAYS
           IF WS-ACC-OLDEST-DATE > 0
               COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE (WS-ACC-OLDEST-DATE)
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS >= 4 * WS-DUNNING-INTERVAL
                   MOVE 4 TO WS-TARGET-STAGE
               WHEN WS-AGE-DAYS > 0
                   COMPUTE WS-TARGET-STAGE =
                       WS-AGE-DAYS / WS-DUNNING-INTERVAL
               WHEN OTHER
                   MOVE 0 TO WS-TARGET-STAGE
           END-EVALUATE
           IF WS-TARGET-STAGE > WS-ACC-STAGE
               MOVE WS-TARGET-STAGE TO WS-ACC-STAGE
               ADD 1 TO WS-ESCALATED-COUNT
               SET WS-STATEMENT-DUE TO TRUE
               IF WS-ACC-STAGE = 4
                   SET WS-ACC-FINAL-HOLD TO TRUE
                   MOVE WS-TODAY TO WS-ACC-FINAL-NOTICE
                   ADD 1 TO WS-FINAL-COUNT
               END-IF
           END-IF.

      *> Every open stay of the guarantor goes to collections together
      *> and leaves the statement cycle for good.
       4300-REFER-BAD-DEBT.
           MOVE WS-GTR-FIRST-STAY (WS-GTR-INDEX) TO WS-STAY-INDEX
           PERFORM UNTIL WS-STAY-INDEX = 0
               PERFORM 4900-READ-STAY-LEDGER
               IF WS-LEDGER-FOUND AND SPL-OPEN-BALANCE > 0
                   SET SPL-REFERRED TO TRUE
                   MOVE WS-TODAY TO SPL-REFERRED-DATE
                   MOVE WS-ACC-FINAL-NOTICE TO SPL-FINAL-NOTICE-DATE
                   REWRITE SELF-PAY-LEDGER-RECORD
                   MOVE WS-GTR-ID (WS-GTR-INDEX) TO BDR-GUARANTOR-ID
                   MOVE SPL-PATIENT-ID TO BDR-PATIENT-ID
                   MOVE SPL-ADMISSION-DATE TO BDR-ADMISSION-DATE
                   MOVE SPL-RESPONSIBILITY TO BDR-RESPONSIBILITY
                   MOVE SPL-PAYMENTS-TO-DATE TO BDR-PAYMENTS-TO-DATE
                   MOVE SPL-OPEN-BALANCE TO BDR-REFERRED-BALANCE
                   MOVE SPL-FIRST-STATEMENT-DATE
                       TO BDR-FIRST-STATEMENT-DATE
                   MOVE SPL-FINAL-NOTICE-DATE TO BDR-FINAL-NOTICE-DATE
                   MOVE SPL-LAST-PAYMENT-DATE TO BDR-LAST-PAYMENT-DATE
                   MOVE SPL-REFERRED-DATE TO BDR-REFERRED-DATE
                   WRITE BAD-DEBT-REFERRAL-LINE
                   ADD 1 TO WS-REFERRED-COUNT
               END-IF
               MOVE WS-STY-NEXT (WS-STAY-INDEX) TO WS-STAY-INDEX
           END-PERFORM.

       4400-WRITE-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT
           INITIALIZE PATIENT-STATEMENT-LINE
           SET PST-HEADER TO TRUE
           PERFORM 4450-SET-STATEMENT-KEYS
           PERFORM 4460-SET-DUNNING-MESSAGE
           WRITE PATIENT-STATEMENT-LINE
           MOVE WS-GTR-FIRST-STAY (WS-GTR-INDEX) TO WS-STAY-INDEX
           PERFORM UNTIL WS-STAY-INDEX = 0
               PERFORM 4900-READ-STAY-LEDGER
               IF WS-LEDGER-FOUND AND SPL-OPEN-BALANCE > 0
                   PERFORM 4500-WRITE-STAY-LINES
               END-IF
               MOVE WS-STY-NEXT (WS-STAY-INDEX) TO WS-STAY-INDEX
           END-PERFORM
           INITIALIZE PATIENT-STATEMENT-LINE
           SET PST-TOTAL TO TRUE
           PERFORM 4450-SET-STATEMENT-KEYS
           MOVE WS-ACC-BALANCE TO PST-BALANCE-DUE
           IF WS-ACC-ON-PLAN AND WS-ACC-INSTALLMENT < WS-ACC-BALANCE
               MOVE WS-ACC-INSTALLMENT TO PST-AMOUNT-DUE-NOW
           ELSE
               MOVE WS-ACC-BALANCE TO PST-AMOUNT-DUE-NOW
           END-IF
           PERFORM 4460-SET-DUNNING-MESSAGE
           WRITE PATIENT-STATEMENT-LINE.

       4450-SET-STATEMENT-KEYS.
           MOVE WS-GTR-ID (WS-GTR-INDEX) TO PST-GUARANTOR-ID
           MOVE WS-TODAY TO PST-STATEMENT-DATE
           MOVE WS-ACC-STAGE TO PST-DUNNING-STAGE.

       4460-SET-DUNNING-MESSAGE.
           EVALUATE TRUE
               WHEN WS-ACC-ON-PLAN
                   MOVE "PAYMENT PLAN - PLEASE PAY YOUR INSTALLMENT"
                       TO PST-MESSAGE-TEXT
               WHEN WS-ACC-STAGE = 1
                   MOVE "REMINDER - YOUR BALANCE IS 30 DAYS PAST DUE"
                       TO PST-MESSAGE-TEXT
               WHEN WS-ACC-STAGE = 2
                   MOVE "PAST DUE - 60 DAYS OVERDUE, PLEASE PAY IN FULL"
                       TO PST-MESSAGE-TEXT
               WHEN WS-ACC-STAGE = 3
                   MOVE "SECOND NOTICE - 90 DAYS OVERDUE - CALL US NOW"
                       TO PST-MESSAGE-TEXT
               WHEN WS-ACC-STAGE = 4
                   MOVE "FINAL NOTICE - PAY NOW TO AVOID COLLECTIONS"
                       TO PST-MESSAGE-TEXT
               WHEN OTHER
                   MOVE "STATEMENT OF YOUR HOSPITAL SELF-PAY BALANCE"
                       TO PST-MESSAGE-TEXT
           END-EVALUATE.

      *> The stay line shows what was charged, what the insurers paid
      *> and what the patient has paid since; the diagnosis lines
      *> beneath it carry the procedure cost and copay line by line.
       4500-WRITE-STAY-LINES.
           INITIALIZE PATIENT-STATEMENT-LINE
           SET PST-STAY TO TRUE
           PERFORM 4450-SET-STATEMENT-KEYS
           MOVE SPL-PATIENT-ID TO PST-PATIENT-ID
           MOVE SPL-ADMISSION-DATE TO PST-ADMISSION-DATE
           MOVE WS-STY-DISCHARGE (WS-STAY-INDEX) TO PST-DISCHARGE-DATE
           MOVE WS-STY-CHARGES (WS-STAY-INDEX) TO PST-TOTAL-CHARGES
           MOVE WS-STY-INSURER-PAID (WS-STAY-INDEX)
               TO PST-INSURER-PAID
           MOVE SPL-RESPONSIBILITY TO PST-RESPONSIBILITY
           MOVE SPL-PAYMENTS-TO-DATE TO PST-PATIENT-PAID
           MOVE SPL-OPEN-BALANCE TO PST-BALANCE-DUE
           WRITE PATIENT-STATEMENT-LINE
           MOVE WS-STY-FIRST-LINE (WS-STAY-INDEX) TO WS-LINE-INDEX
           PERFORM VARYING WS-LINE-NUMBER FROM 1 BY 1
               UNTIL WS-LINE-NUMBER > WS-STY-LINE-COUNT (WS-STAY-INDEX)
               INITIALIZE PATIENT-STATEMENT-LINE
               SET PST-DIAGNOSIS TO TRUE
               PERFORM 4450-SET-STATEMENT-KEYS
               MOVE SPL-PATIENT-ID TO PST-PATIENT-ID
               MOVE SPL-ADMISSION-DATE TO PST-ADMISSION-DATE
               MOVE WS-LINE-NUMBER TO PST-LINE-NUMBER
               MOVE WS-LIN-ICD-CODE (WS-LINE-INDEX) TO PST-ICD-CODE
               MOVE WS-LIN-TREATMENT (WS-LINE-INDEX)
                   TO PST-TREATMENT-CODE
               MOVE WS-LIN-INSURER (WS-LINE-INDEX)
                   TO PST-INSURANCE-CODE
               MOVE WS-LIN-COST (WS-LINE-INDEX) TO PST-PROCEDURE-COST
               MOVE WS-LIN-COPAY (WS-LINE-INDEX) TO PST-COPAY-AMOUNT
               WRITE PATIENT-STATEMENT-LINE
               ADD 1 TO WS-LINE-INDEX
           END-PERFORM.

      *> Carry the account's standing back onto each open stay; a
      *> stay billed for the first time starts its age today.
       4600-UPDATE-ACCOUNT.
           MOVE WS-GTR-FIRST-STAY (WS-GTR-INDEX) TO WS-STAY-INDEX
           PERFORM UNTIL WS-STAY-INDEX = 0
               PERFORM 4900-READ-STAY-LEDGER
               IF WS-LEDGER-FOUND
                   IF SPL-OPEN-BALANCE > 0
                       MOVE WS-ACC-STATUS TO SPL-STATUS
                       MOVE WS-ACC-STAGE TO SPL-DUNNING-STAGE
                       MOVE WS-ACC-FINAL-NOTICE
                           TO SPL-FINAL-NOTICE-DATE
                       MOVE WS-ACC-INSTALLMENT
                           TO SPL-PLAN-INSTALLMENT
                       MOVE WS-ACC-NEXT-DUE TO SPL-PLAN-NEXT-DUE-DATE
                       IF WS-STATEMENT-DUE
                           MOVE WS-TODAY TO SPL-LAST-STATEMENT-DATE
                           IF SPL-FIRST-STATEMENT-DATE = 0
                               MOVE WS-TODAY
                                   TO SPL-FIRST-STATEMENT-DATE
                           END-IF
                       END-IF
                   ELSE
                       SET SPL-PAID TO TRUE
                       MOVE 0 TO SPL-PLAN-INSTALLMENT
                       MOVE 0 TO SPL-PLAN-NEXT-DUE-DATE
                   END-IF
                   REWRITE SELF-PAY-LEDGER-RECORD
               END-IF
               MOVE WS-STY-NEXT (WS-STAY-INDEX) TO WS-STAY-INDEX
           END-PERFORM.

       4900-READ-STAY-LEDGER.
           MOVE 'N' TO WS-LEDGER-STATE
           MOVE WS-STY-PATIENT (WS-STAY-INDEX) TO SPL-PATIENT-ID
           MOVE WS-STY-ADMISSION (WS-STAY-INDEX) TO SPL-ADMISSION-DATE
           READ LEDGER-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-LEDGER-FOUND TO TRUE
           END-READ.
