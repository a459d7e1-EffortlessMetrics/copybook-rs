      *> TINMNT - Taxpayer-ID certification maintenance. Posts the
      *> day's TIN transactions to the TIN certification master with
      *> a before/after audit line for each: signed certifications,
      *> exemptions, missing TINs, IRS B-notices, IRS validations and
      *> B-notice letter mailings. A B-notice inside three years of an
      *> earlier one is a second notice, which a signed certification
      *> no longer cures - only IRS validation of the TIN does. Every
      *> notice owes the customer a letter and gives them until the
      *> response due date to cure it; INTACCR starts backup
      *> withholding from that date. The run closes by listing every
      *> customer still under a B-notice on the letter-cycle report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TINMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "TINTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TIN-MASTER ASSIGN TO "TINMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIN-CUSTOMER-ID
               FILE STATUS IS WS-TIN-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "TINAUDT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "TINREJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LETTER-FILE ASSIGN TO "TINLTR"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           COPY tin_maintenance_transaction.
       FD  TIN-MASTER.
           COPY tin_status_record.
       FD  AUDIT-FILE.
           COPY tin_status_audit.
       FD  REJECT-FILE.
           COPY tin_maintenance_transaction
               REPLACING ==TIN-MAINTENANCE-TRANSACTION== BY
                         ==TIN-MAINTENANCE-REJECT==
                         LEADING ==TMT== BY ==TMR==.
       FD  LETTER-FILE.
           COPY tin_notice_letter_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-TIN-STATUS               PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-EFFECTIVE-DATE           PIC 9(8).
       01  WS-RECORD-STATE             PIC X(1).
           88  WS-ROW-EXISTS           VALUE 'Y'.
       01  WS-VALID                    PIC X(1).
           88  WS-TRANSACTION-VALID    VALUE 'Y'.
      *> A second notice is one inside three years of the first; the
      *> customer has 30 days from a notice to cure it.
       01  WS-NOTICE-WINDOW-DAYS       PIC 9(4) VALUE 1095.
       01  WS-RESPONSE-DAYS            PIC 9(3) VALUE 30.
       01  WS-DAYS-SINCE-FIRST         PIC S9(7).
       01  WS-COUNTS.
           05  WS-APPLIED-COUNT        PIC 9(7) VALUE 0.
           05  WS-NEW-ROW-COUNT        PIC 9(7) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(7) VALUE 0.
           05  WS-LETTER-COUNT         PIC 9(7) VALUE 0.
           05  WS-WITHHOLDING-COUNT    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           OPEN I-O TIN-MASTER
           IF WS-TIN-STATUS NOT = "00"
               OPEN OUTPUT TIN-MASTER
               CLOSE TIN-MASTER
               OPEN I-O TIN-MASTER
           END-IF
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT AUDIT-FILE REJECT-FILE
           PERFORM 1100-READ-MAINT
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-APPLY-MAINT
               PERFORM 1100-READ-MAINT
           END-PERFORM
           CLOSE MAINT-FILE AUDIT-FILE REJECT-FILE
           OPEN OUTPUT LETTER-FILE
           PERFORM 3000-LIST-LETTER-CYCLE
           CLOSE TIN-MASTER LETTER-FILE
           DISPLAY "TINMNT: APPLIED=" WS-APPLIED-COUNT
                   " NEWROWS=" WS-NEW-ROW-COUNT
                   " REJECTED=" WS-REJECT-COUNT
                   " LETTERS=" WS-LETTER-COUNT
                   " WITHHOLDING=" WS-WITHHOLDING-COUNT
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

       1100-READ-MAINT.
           READ MAINT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-APPLY-MAINT.
           MOVE 'Y' TO WS-VALID
           MOVE TMT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           IF WS-EFFECTIVE-DATE = 0
               MOVE WS-TODAY TO WS-EFFECTIVE-DATE
           END-IF
           MOVE 'N' TO WS-RECORD-STATE
           MOVE TMT-CUSTOMER-ID TO TIN-CUSTOMER-ID
           READ TIN-MASTER
               INVALID KEY
                   INITIALIZE TIN-STATUS-RECORD
                   MOVE TMT-CUSTOMER-ID TO TIN-CUSTOMER-ID
               NOT INVALID KEY
                   SET WS-ROW-EXISTS TO TRUE
           END-READ
           MOVE TIN-CUSTOMER-ID     TO TNA-CUSTOMER-ID
           MOVE WS-EFFECTIVE-DATE   TO TNA-EFFECTIVE-DATE
           MOVE TMT-ACTION-CODE     TO TNA-ACTION-CODE
           MOVE TIN-STATUS          TO TNA-BEFORE-STATUS
           EVALUATE TRUE
               WHEN TMT-CUSTOMER-ID = 0
                   MOVE 'N' TO WS-VALID
               WHEN TMT-CERTIFY AND TIN-SECOND-BNOTICE
                   MOVE 'N' TO WS-VALID
               WHEN TMT-CERTIFY OR TMT-IRS-VALIDATED
                   SET TIN-CERTIFIED TO TRUE
                   MOVE WS-EFFECTIVE-DATE TO TIN-CERTIFIED-DATE
                   PERFORM 2300-CLOSE-LETTER-CYCLE
               WHEN TMT-MISSING
                   SET TIN-MISSING TO TRUE
                   PERFORM 2300-CLOSE-LETTER-CYCLE
               WHEN TMT-EXEMPT
                   SET TIN-EXEMPT TO TRUE
                   PERFORM 2300-CLOSE-LETTER-CYCLE
               WHEN TMT-BNOTICE
                   PERFORM 2200-RECORD-BNOTICE
               WHEN TMT-LETTER-SENT AND TIN-LETTER-OWED
                   SET TIN-LETTER-SENT TO TRUE
                   MOVE WS-EFFECTIVE-DATE TO TIN-LETTER-SENT-DATE
               WHEN OTHER
                   MOVE 'N' TO WS-VALID
           END-EVALUATE
           IF WS-TRANSACTION-VALID
               PERFORM 2100-WRITE-MASTER-ROW
           ELSE
               MOVE TIN-MAINTENANCE-TRANSACTION
                   TO TIN-MAINTENANCE-REJECT
               WRITE TIN-MAINTENANCE-REJECT
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       2100-WRITE-MASTER-ROW.
           IF NOT TMT-LETTER-SENT
               MOVE WS-EFFECTIVE-DATE TO TIN-STATUS-DATE
           END-IF
           MOVE TMT-OPERATOR-ID TO TIN-MAINTAINED-BY
           IF WS-ROW-EXISTS
               REWRITE TIN-STATUS-RECORD
           ELSE
               WRITE TIN-STATUS-RECORD
               ADD 1 TO WS-NEW-ROW-COUNT
           END-IF
           MOVE TIN-STATUS            TO TNA-AFTER-STATUS
           MOVE TIN-RESPONSE-DUE-DATE TO TNA-RESPONSE-DUE-DATE
           MOVE TMT-OPERATOR-ID       TO TNA-OPERATOR-ID
           WRITE TIN-STATUS-AUDIT
           ADD 1 TO WS-APPLIED-COUNT.

      *> The three-year window runs from the notice that opened it; a
      *> notice outside it starts the count over as a first notice.
       2200-RECORD-BNOTICE.
           MOVE 0 TO WS-DAYS-SINCE-FIRST
           IF TIN-FIRST-NOTICE-DATE NOT = 0
               COMPUTE WS-DAYS-SINCE-FIRST =
                   FUNCTION INTEGER-OF-DATE (WS-EFFECTIVE-DATE)
                   - FUNCTION INTEGER-OF-DATE (TIN-FIRST-NOTICE-DATE)
           END-IF
           IF TIN-BNOTICE-COUNT > 0
                   AND TIN-FIRST-NOTICE-DATE NOT = 0
                   AND WS-DAYS-SINCE-FIRST <= WS-NOTICE-WINDOW-DAYS
               ADD 1 TO TIN-BNOTICE-COUNT
               SET TIN-SECOND-BNOTICE TO TRUE
               SET TIN-SECOND-LETTER TO TRUE
           ELSE
               MOVE 1 TO TIN-BNOTICE-COUNT
               MOVE WS-EFFECTIVE-DATE TO TIN-FIRST-NOTICE-DATE
               SET TIN-FIRST-BNOTICE TO TRUE
               SET TIN-FIRST-LETTER TO TRUE
           END-IF
           MOVE WS-EFFECTIVE-DATE TO TIN-LAST-NOTICE-DATE
           SET TIN-LETTER-OWED TO TRUE
           MOVE 0 TO TIN-LETTER-SENT-DATE
           COMPUTE TIN-RESPONSE-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (
                   FUNCTION INTEGER-OF-DATE (WS-EFFECTIVE-DATE)
                   + WS-RESPONSE-DAYS).

      *> The notice history stays on the row so a later notice can
      *> still be recognized as a second one.
       2300-CLOSE-LETTER-CYCLE.
           SET TIN-NO-LETTER TO TRUE
           MOVE SPACE TO TIN-LETTER-TYPE
           MOVE 0 TO TIN-LETTER-SENT-DATE
           MOVE 0 TO TIN-RESPONSE-DUE-DATE.

       3000-LIST-LETTER-CYCLE.
           MOVE LOW-VALUES TO TIN-CUSTOMER-ID
           START TIN-MASTER KEY IS NOT LESS THAN TIN-CUSTOMER-ID
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ TIN-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       IF TIN-UNDER-BNOTICE
                           PERFORM 3100-WRITE-LETTER-LINE
                       END-IF
               END-READ
           END-PERFORM.

       3100-WRITE-LETTER-LINE.
           MOVE WS-TODAY              TO TNL-RUN-DATE
           MOVE TIN-CUSTOMER-ID       TO TNL-CUSTOMER-ID
           MOVE TIN-STATUS            TO TNL-TIN-STATUS
           MOVE TIN-LETTER-TYPE       TO TNL-LETTER-TYPE
           MOVE TIN-LETTER-STATE      TO TNL-LETTER-STATE
           MOVE TIN-LAST-NOTICE-DATE  TO TNL-NOTICE-DATE
           MOVE TIN-LETTER-SENT-DATE  TO TNL-LETTER-SENT-DATE
           MOVE TIN-RESPONSE-DUE-DATE TO TNL-RESPONSE-DUE-DATE
           IF TIN-RESPONSE-DUE-DATE NOT > WS-TODAY
               SET TNL-WITHHOLDING TO TRUE
               ADD 1 TO WS-WITHHOLDING-COUNT
           ELSE
               SET TNL-NOT-WITHHOLDING TO TRUE
           END-IF
           WRITE TIN-NOTICE-LETTER-LINE
           ADD 1 TO WS-LETTER-COUNT.
