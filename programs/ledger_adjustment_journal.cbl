      * entry, batched onto the adjustment ledger file the posting
      * stream picks up, and each leg lands on the adjustments
      * register; a group that fails any rule rejects whole, so a
      * half-applied correction cannot happen. The group posts as of
      * its effective date subject to PERDLOCK: into a soft-closed
      * period only when every leg is approved, and out of a
      * hard-closed period onto the business date as a prior-period
      * adjustment.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LDGADJ.

       01  WS-GROUP-NET                PIC S9(13)V99 VALUE 0.
       01  WS-GROUP-STATE              PIC X(1).
           88  WS-GROUP-VALID          VALUE 'Y'.
       01  WS-APPROVAL-STATE           PIC X(1).
           88  WS-GROUP-APPROVED       VALUE 'Y'.
       01  WS-EFFECTIVE-DATE           PIC 9(8).
       01  WS-GROUP-POST-DATE          PIC 9(8).
       01  WS-PRIOR-PERIOD-FLAG        PIC X(1).
           COPY period_lock_request.
       01  WS-LEG-TABLE.
           05  WS-LEG-ENTRY OCCURS 100 TIMES.
               10  WS-LEG-TRANSACTION  PIC X(120).
           05  WS-GROUPS-APPLIED       PIC 9(7) VALUE 0.
           05  WS-GROUPS-REJECTED      PIC 9(7) VALUE 0.
           05  WS-ENTRIES-EMITTED      PIC 9(7) VALUE 0.
           05  WS-GROUPS-REDATED       PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
                   " APPLIED=" WS-GROUPS-APPLIED
                   " REJECTED=" WS-GROUPS-REJECTED
                   " EMITTED=" WS-ENTRIES-EMITTED
                   " REDATED=" WS-GROUPS-REDATED
           GOBACK.

      * Every run processes the run-control business date; the

       3100-VALIDATE-GROUP.
           MOVE 'Y' TO WS-GROUP-STATE
           MOVE 'Y' TO WS-APPROVAL-STATE
           MOVE 0 TO WS-GROUP-NET
           PERFORM VARYING WS-LEG-INDEX FROM 1 BY 1
               UNTIL WS-LEG-INDEX > WS-LEG-COUNT
               MOVE WS-LEG-TRANSACTION (WS-LEG-INDEX)
                   TO WS-LEG-RECORD
               ADD WLG-AMOUNT TO WS-GROUP-NET
               IF WS-LEG-INDEX = 1
                   MOVE WLG-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
               END-IF
               IF WLG-EFFECTIVE-DATE NOT = WS-EFFECTIVE-DATE
                   MOVE 'N' TO WS-GROUP-STATE
               END-IF
               IF WLG-APPROVAL-STATUS NOT = 'AP'
                       OR WLG-APPROVED-BY = SPACES
                   MOVE 'N' TO WS-APPROVAL-STATE
               END-IF
               PERFORM 3200-FIND-ORIGINAL
               IF NOT WS-ENTRY-FOUND
                   MOVE 'N' TO WS-GROUP-STATE
           END-PERFORM
           IF WS-GROUP-NET NOT = 0
               MOVE 'N' TO WS-GROUP-STATE
           END-IF
           IF WS-GROUP-VALID
               PERFORM 3150-APPLY-PERIOD-LOCK
           END-IF.

      * A soft-closed period takes the group only when every leg is
      * approved, whatever its size; a hard-closed period never takes
      * it, and the group posts on the business date instead.
       3150-APPLY-PERIOD-LOCK.
           IF WS-EFFECTIVE-DATE = 0
               MOVE WS-TODAY TO WS-EFFECTIVE-DATE
           END-IF
           IF WS-GROUP-APPROVED
               SET PLR-APPROVED-ADJ TO TRUE
           ELSE
               SET PLR-UNAPPROVED-ADJ TO TRUE
           END-IF
           MOVE WS-EFFECTIVE-DATE TO PLR-ITEM-DATE
           MOVE WS-TODAY TO PLR-BUSINESS-DATE
           CALL "PERDLOCK" USING PERIOD-LOCK-REQUEST
           END-CALL
           MOVE 'N' TO WS-PRIOR-PERIOD-FLAG
           MOVE PLR-OUT-DATE TO WS-GROUP-POST-DATE
           EVALUATE TRUE
               WHEN PLR-REFUSED
                   MOVE 'N' TO WS-GROUP-STATE
               WHEN PLR-REDATED
                   MOVE 'Y' TO WS-PRIOR-PERIOD-FLAG
                   ADD 1 TO WS-GROUPS-REDATED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3200-FIND-ORIGINAL.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-ORIG-INDEX FROM 1 BY 1
           MOVE WLG-ACCOUNT-TO        TO ARJ-ACCOUNT-TO
           MOVE WLG-USER-ID           TO ARJ-USER-ID
           MOVE WLG-APPROVED-BY       TO ARJ-APPROVED-BY
           MOVE WS-GROUP-POST-DATE    TO ARJ-ADJUSTED-DATE
           MOVE WS-EFFECTIVE-DATE     TO ARJ-REQUESTED-DATE
           MOVE WS-PRIOR-PERIOD-FLAG  TO ARJ-PRIOR-PERIOD-FLAG
           WRITE ADJUSTMENT-REGISTER-LINE.

      * Generated entries carry the adjustment's approval data so
           MOVE 'ADJ ' TO ENTRY-TYPE OF ADJUSTMENT-LEDGER-RECORD
               (WS-OUT-ENTRY)
           COMPUTE CREATE-TS OF ADJUSTMENT-LEDGER-RECORD
               (WS-OUT-ENTRY) = WS-GROUP-POST-DATE * 1000000
           MOVE WLG-ORIGINAL-ENTRY-ID
               TO TRANSACTION-ID OF ADJUSTMENT-LEDGER-RECORD
                  (WS-OUT-ENTRY)
