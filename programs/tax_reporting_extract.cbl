      *> maps the account-level interest through that. Cashback paid
      *> comes from CASHBACK-AMOUNT on the performance master, whose
      *> RECORD-ID is the customer identity on that side of the house.
      *> Backup withholding is the INTACCR debit posted beside the
      *> interest, its NET-AMOUNT the amount withheld, mapped to the
      *> customer the same way. Term-deposit interest TDMATUR pays at
      *> maturity, roll-over or early withdrawal counts as interest
      *> too, and the TERM DEPOSIT WITHHOLDING debit TDMATUR posts
      *> beside it as withholding; those postings carry their
      *> customer. Customers at or above the reporting minimum, and
      *> any customer with tax withheld, go out on the fixed-layout
      *> filing extract; every customer with activity gets a statement
      *> summary line either way.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXEXTR.

               10  WS-CUST-ID          PIC 9(12).
               10  WS-CUST-INTEREST    PIC S9(13)V99.
               10  WS-CUST-CASHBACK    PIC S9(9)V99.
               10  WS-CUST-WITHHELD    PIC S9(13)V99.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 20000 TIMES.
               10  WS-ACCT-NUMBER      PIC 9(16).
               10  WS-ACCT-CUSTOMER    PIC 9(12).
               10  WS-ACCT-INTEREST    PIC S9(13)V99.
               10  WS-ACCT-WITHHELD    PIC S9(13)V99.
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-INTEREST-COUNT       PIC 9(9) VALUE 0.
           05  WS-WITHHOLDING-COUNT    PIC 9(9) VALUE 0.
           05  WS-UNMAPPED-COUNT       PIC 9(9) VALUE 0.
           05  WS-FILED-COUNT          PIC 9(9) VALUE 0.
           05  WS-SUMMARY-COUNT        PIC 9(9) VALUE 0.
           CLOSE FILING-FILE SUMMARY-FILE
           DISPLAY "TAXEXTR: READ=" WS-READ-COUNT
                   " INTEREST=" WS-INTEREST-COUNT
                   " WITHHOLDING=" WS-WITHHOLDING-COUNT
                   " UNMAPPED=" WS-UNMAPPED-COUNT
                   " FILED=" WS-FILED-COUNT
                   " SUMMARY=" WS-SUMMARY-COUNT
           END-READ.

       1200-WORK-TRANSACTION.
           EVALUATE TRUE
               WHEN ORIGINATOR-ID = "INTACCR" AND CREDIT-TRANSACTION
                   PERFORM 1300-ADD-ACCOUNT-INTEREST
                   ADD 1 TO WS-INTEREST-COUNT
               WHEN ORIGINATOR-ID = "TDMATUR" AND CREDIT-TRANSACTION
                       AND AUDIT-TRAIL-REF = "TERM DEPOSIT INTEREST"
                   PERFORM 1400-LEARN-ACCOUNT-CUSTOMER
                   PERFORM 1300-ADD-ACCOUNT-INTEREST
                   ADD 1 TO WS-INTEREST-COUNT
               WHEN ORIGINATOR-ID = "TDMATUR" AND DEBIT-TRANSACTION
                       AND AUDIT-TRAIL-REF = "TERM DEPOSIT WITHHOLDING"
                   PERFORM 1400-LEARN-ACCOUNT-CUSTOMER
                   PERFORM 1350-ADD-ACCOUNT-WITHHOLDING
                   ADD 1 TO WS-WITHHOLDING-COUNT
               WHEN ORIGINATOR-ID = "INTACCR" AND DEBIT-TRANSACTION
                   PERFORM 1350-ADD-ACCOUNT-WITHHOLDING
                   ADD 1 TO WS-WITHHOLDING-COUNT
               WHEN CUSTOMER-ID NOT = 0
                   PERFORM 1400-LEARN-ACCOUNT-CUSTOMER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1300-ADD-ACCOUNT-INTEREST.
           PERFORM 1500-FIND-ACCOUNT-SLOT
               ADD NET-AMOUNT TO WS-ACCT-INTEREST (WS-SLOT)
           END-IF.

       1350-ADD-ACCOUNT-WITHHOLDING.
           PERFORM 1500-FIND-ACCOUNT-SLOT
           IF WS-SLOT > 0
               ADD NET-AMOUNT TO WS-ACCT-WITHHELD (WS-SLOT)
           END-IF.

       1400-LEARN-ACCOUNT-CUSTOMER.
           PERFORM 1500-FIND-ACCOUNT-SLOT
           IF WS-SLOT > 0
               MOVE ACCOUNT-NUMBER TO WS-ACCT-NUMBER (WS-SLOT)
               MOVE 0 TO WS-ACCT-CUSTOMER (WS-SLOT)
               MOVE 0 TO WS-ACCT-INTEREST (WS-SLOT)
               MOVE 0 TO WS-ACCT-WITHHELD (WS-SLOT)
           END-IF.

       2000-MAP-ACCOUNT-INTEREST.
           PERFORM VARYING WS-ACCT-INDEX FROM 1 BY 1
               UNTIL WS-ACCT-INDEX > WS-ACCT-COUNT
               IF WS-ACCT-INTEREST (WS-ACCT-INDEX) NOT = 0
                       OR WS-ACCT-WITHHELD (WS-ACCT-INDEX) NOT = 0
                   IF WS-ACCT-CUSTOMER (WS-ACCT-INDEX) = 0
                       ADD 1 TO WS-UNMAPPED-COUNT
                   ELSE
                       IF WS-SLOT > 0
                           ADD WS-ACCT-INTEREST (WS-ACCT-INDEX)
                               TO WS-CUST-INTEREST (WS-SLOT)
                           ADD WS-ACCT-WITHHELD (WS-ACCT-INDEX)
                               TO WS-CUST-WITHHELD (WS-SLOT)
                       END-IF
                   END-IF
               END-IF
               MOVE WS-SEEK-CUSTOMER TO WS-CUST-ID (WS-SLOT)
               MOVE 0 TO WS-CUST-INTEREST (WS-SLOT)
               MOVE 0 TO WS-CUST-CASHBACK (WS-SLOT)
               MOVE 0 TO WS-CUST-WITHHELD (WS-SLOT)
           END-IF.

       3000-ACCUMULATE-CASHBACK.
               UNTIL WS-CUST-INDEX > WS-CUST-COUNT
               IF WS-CUST-INTEREST (WS-CUST-INDEX) NOT = 0
                       OR WS-CUST-CASHBACK (WS-CUST-INDEX) NOT = 0
                       OR WS-CUST-WITHHELD (WS-CUST-INDEX) NOT = 0
                   PERFORM 4100-WRITE-ONE-CUSTOMER
               END-IF
           END-PERFORM.
               TO TXS-INTEREST-PAID
           MOVE WS-CUST-CASHBACK (WS-CUST-INDEX)
               TO TXS-CASHBACK-PAID
           MOVE WS-CUST-WITHHELD (WS-CUST-INDEX)
               TO TXS-FEDERAL-WITHHELD
           IF WS-TOTAL-REPORTABLE >= WS-REPORTING-MINIMUM
                   OR WS-CUST-WITHHELD (WS-CUST-INDEX) NOT = 0
               SET TXS-REPORTED TO TRUE
               MOVE WS-TAX-YEAR TO TXR-TAX-YEAR
               MOVE WS-CUST-ID (WS-CUST-INDEX) TO TXR-CUSTOMER-ID
               MOVE WS-CUST-CASHBACK (WS-CUST-INDEX)
                   TO TXR-CASHBACK-PAID
               MOVE WS-TOTAL-REPORTABLE TO TXR-TOTAL-REPORTABLE
               MOVE WS-CUST-WITHHELD (WS-CUST-INDEX)
                   TO TXR-FEDERAL-WITHHELD
               SET TXR-REPORTABLE TO TRUE
               WRITE TAX-REPORTING-RECORD
               ADD 1 TO WS-FILED-COUNT
