      *> SWEEPMNT - Sweep relationship maintenance. Applies add,
      *> change and close transactions to the sweep relationship
      *> master. An add must be a new sub-account link with a zero-
      *> balance or target-balance rule, a concentration account that
      *> is not the sub-account itself, and the same concentration
      *> account the relationship's other rows already name; a change
      *> or close must hit an existing link. A zero-balance link
      *> carries no target. Rejected transactions go to the reject
      *> file and the run closes with a one-line recap on the
      *> operator log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEPMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "SWPTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SWEEP-MASTER ASSIGN TO "SWPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWR-SWEEP-KEY
               FILE STATUS IS WS-SWEEP-STATUS.
           SELECT REJECT-FILE ASSIGN TO "SWPMREJ"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           COPY sweep_relationship_transaction.
       FD  SWEEP-MASTER.
           COPY sweep_relationship_record.
       FD  REJECT-FILE.
           COPY sweep_relationship_transaction
               REPLACING ==SWEEP-RELATIONSHIP-TRANSACTION== BY
                         ==SWEEP-RELATIONSHIP-REJECT==
                         LEADING ==SWT== BY ==SWJ==.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-SWEEP-STATUS             PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-RECORD-STATE             PIC X(1).
           88  WS-LINK-EXISTS          VALUE 'Y'.
       01  WS-EDIT-STATE               PIC X(1).
           88  WS-EDITS-PASS           VALUE 'Y'.
       01  WS-COUNTS.
           05  WS-ADD-COUNT            PIC 9(7) VALUE 0.
           05  WS-CHANGE-COUNT         PIC 9(7) VALUE 0.
           05  WS-CLOSE-COUNT          PIC 9(7) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           OPEN I-O SWEEP-MASTER
           IF WS-SWEEP-STATUS NOT = "00"
               OPEN OUTPUT SWEEP-MASTER
               CLOSE SWEEP-MASTER
               OPEN I-O SWEEP-MASTER
           END-IF
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM 1000-READ-MAINT
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-APPLY-MAINT
               PERFORM 1000-READ-MAINT
           END-PERFORM
           CLOSE SWEEP-MASTER MAINT-FILE REJECT-FILE
           DISPLAY "SWEEPMNT: ADDS=" WS-ADD-COUNT
                   " CHANGES=" WS-CHANGE-COUNT
                   " CLOSES=" WS-CLOSE-COUNT
                   " REJECTED=" WS-REJECT-COUNT
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

       1000-READ-MAINT.
           READ MAINT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-APPLY-MAINT.
           PERFORM 2100-FETCH-LINK
           EVALUATE TRUE
               WHEN SWT-ADD
                   PERFORM 3000-ADD-LINK
               WHEN SWT-CHANGE
                   PERFORM 4000-CHANGE-LINK
               WHEN SWT-CLOSE
                   PERFORM 5000-CLOSE-LINK
               WHEN OTHER
                   PERFORM 9000-WRITE-REJECT
           END-EVALUATE.

       2100-FETCH-LINK.
           MOVE 'N' TO WS-RECORD-STATE
           MOVE SWT-RELATIONSHIP-ID TO SWR-RELATIONSHIP-ID
           MOVE SWT-SUB-ACCOUNT TO SWR-SUB-ACCOUNT
           READ SWEEP-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-LINK-EXISTS TO TRUE
           END-READ.

       2200-EDIT-LINK-FIELDS.
           MOVE 'Y' TO WS-EDIT-STATE
           IF SWT-CONCENTRATION-ACCOUNT = 0
                   OR SWT-CONCENTRATION-ACCOUNT = SWT-SUB-ACCOUNT
               MOVE 'N' TO WS-EDIT-STATE
           END-IF
           IF SWT-SWEEP-RULE NOT = 'Z' AND SWT-SWEEP-RULE NOT = 'T'
               MOVE 'N' TO WS-EDIT-STATE
           END-IF
           IF SWT-SWEEP-RULE = 'Z' AND SWT-TARGET-AMOUNT NOT = 0
               MOVE 'N' TO WS-EDIT-STATE
           END-IF.

      *> The first row of the relationship already on file fixes its
      *> concentration account; a relationship with no rows yet takes
      *> whatever the add names.
       2300-CHECK-CONCENTRATION.
           MOVE SWT-RELATIONSHIP-ID TO SWR-RELATIONSHIP-ID
           MOVE 0 TO SWR-SUB-ACCOUNT
           START SWEEP-MASTER KEY IS NOT LESS THAN SWR-SWEEP-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ SWEEP-MASTER NEXT
                       AT END CONTINUE
                       NOT AT END
                           IF SWR-RELATIONSHIP-ID = SWT-RELATIONSHIP-ID
                               AND SWR-CONCENTRATION-ACCOUNT NOT =
                                   SWT-CONCENTRATION-ACCOUNT
                               MOVE 'N' TO WS-EDIT-STATE
                           END-IF
                   END-READ
           END-START.

       3000-ADD-LINK.
           PERFORM 2200-EDIT-LINK-FIELDS
           IF WS-EDITS-PASS AND NOT WS-LINK-EXISTS
               PERFORM 2300-CHECK-CONCENTRATION
           END-IF
           EVALUATE TRUE
               WHEN WS-LINK-EXISTS
                   PERFORM 9000-WRITE-REJECT
               WHEN NOT WS-EDITS-PASS
                   PERFORM 9000-WRITE-REJECT
               WHEN OTHER
                   INITIALIZE SWEEP-RELATIONSHIP-RECORD
                   MOVE SWT-RELATIONSHIP-ID TO SWR-RELATIONSHIP-ID
                   MOVE SWT-SUB-ACCOUNT     TO SWR-SUB-ACCOUNT
                   SET SWR-ACTIVE TO TRUE
                   PERFORM 6000-MOVE-LINK-FIELDS
                   WRITE SWEEP-RELATIONSHIP-RECORD
                   ADD 1 TO WS-ADD-COUNT
           END-EVALUATE.

      *> A change keeps the link's concentration account; moving a
      *> sub-account to another concentration is a close and an add.
       4000-CHANGE-LINK.
           PERFORM 2200-EDIT-LINK-FIELDS
           EVALUATE TRUE
               WHEN NOT WS-LINK-EXISTS
                   PERFORM 9000-WRITE-REJECT
               WHEN NOT WS-EDITS-PASS
                   PERFORM 9000-WRITE-REJECT
               WHEN SWT-CONCENTRATION-ACCOUNT NOT =
                       SWR-CONCENTRATION-ACCOUNT
                   PERFORM 9000-WRITE-REJECT
               WHEN OTHER
                   SET SWR-ACTIVE TO TRUE
                   PERFORM 6000-MOVE-LINK-FIELDS
                   REWRITE SWEEP-RELATIONSHIP-RECORD
                   ADD 1 TO WS-CHANGE-COUNT
           END-EVALUATE.

       5000-CLOSE-LINK.
           IF WS-LINK-EXISTS
               SET SWR-CLOSED TO TRUE
               MOVE SWT-MAINT-USER TO SWR-MAINT-USER
               REWRITE SWEEP-RELATIONSHIP-RECORD
               ADD 1 TO WS-CLOSE-COUNT
           ELSE
               PERFORM 9000-WRITE-REJECT
           END-IF.

       6000-MOVE-LINK-FIELDS.
           MOVE SWT-CONCENTRATION-ACCOUNT
                                      TO SWR-CONCENTRATION-ACCOUNT
           MOVE SWT-CUSTOMER-ID       TO SWR-CUSTOMER-ID
           MOVE SWT-SWEEP-RULE        TO SWR-SWEEP-RULE
           MOVE SWT-TARGET-AMOUNT     TO SWR-TARGET-AMOUNT
           MOVE SWT-MAINT-USER        TO SWR-MAINT-USER.

       9000-WRITE-REJECT.
           MOVE SWEEP-RELATIONSHIP-TRANSACTION
               TO SWEEP-RELATIONSHIP-REJECT
           WRITE SWEEP-RELATIONSHIP-REJECT
           ADD 1 TO WS-REJECT-COUNT.
