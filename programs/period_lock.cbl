      *> PERDLOCK - Callable accounting period lock. Takes the request
      *> block and judges the item date against the period status
      *> master: an open period (or one the master does not hold)
      *> takes the item as dated; a hard-closed period re-dates it to
      *> the business date as a prior-period adjustment; a soft-closed
      *> period takes an approved adjustment as dated, re-dates an
      *> ordinary posting, and refuses an unapproved adjustment. The
      *> master stays open across calls within the run; a master that
      *> cannot be opened degrades to accepting every item with the
      *> degraded return code set.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDLOCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-MASTER ASSIGN TO "PERDSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PST-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-MASTER.
           COPY period_status_record.

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-STATUS            PIC X(2).
       01  WS-MASTER-STATE             PIC X(1) VALUE 'N'.
           88  WS-MASTER-OPEN          VALUE 'Y'.
           88  WS-MASTER-FAILED        VALUE 'F'.
       01  WS-LAST-PERIOD              PIC 9(6) VALUE 0.
       01  WS-LAST-STATUS              PIC X(1) VALUE 'O'.

       LINKAGE SECTION.
           COPY period_lock_request.

       PROCEDURE DIVISION USING PERIOD-LOCK-REQUEST.
       0000-MAIN.
           SET PLR-LOOKED-UP-OK TO TRUE
           SET PLR-ACCEPTED TO TRUE
           MOVE PLR-ITEM-DATE TO PLR-OUT-DATE
           PERFORM 1000-OPEN-MASTER
           PERFORM 2000-FETCH-PERIOD-STATUS
           MOVE WS-LAST-STATUS TO PLR-PERIOD-STATUS
           EVALUATE WS-LAST-STATUS
               WHEN 'H'
                   SET PLR-REDATED TO TRUE
               WHEN 'S'
                   EVALUATE TRUE
                       WHEN PLR-APPROVED-ADJ
                           CONTINUE
                       WHEN PLR-UNAPPROVED-ADJ
                           SET PLR-REFUSED TO TRUE
                       WHEN OTHER
                           SET PLR-REDATED TO TRUE
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF PLR-REDATED
               MOVE PLR-BUSINESS-DATE TO PLR-OUT-DATE
           END-IF
           IF WS-MASTER-FAILED
               SET PLR-NO-MASTER TO TRUE
           END-IF
           GOBACK.

       1000-OPEN-MASTER.
           IF NOT WS-MASTER-OPEN AND NOT WS-MASTER-FAILED
               OPEN INPUT PERIOD-MASTER
               IF WS-PERIOD-STATUS = "00"
                   SET WS-MASTER-OPEN TO TRUE
               ELSE
                   SET WS-MASTER-FAILED TO TRUE
               END-IF
           END-IF.

      *> Items arrive in runs of the same period, so the last period
      *> looked up is kept and only a change of period reads the
      *> master.
       2000-FETCH-PERIOD-STATUS.
           IF PLR-ITEM-DATE (1:6) NOT = WS-LAST-PERIOD
               MOVE PLR-ITEM-DATE (1:6) TO WS-LAST-PERIOD
               MOVE 'O' TO WS-LAST-STATUS
               IF WS-MASTER-OPEN
                   MOVE WS-LAST-PERIOD TO PST-PERIOD
                   READ PERIOD-MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE PST-STATUS TO WS-LAST-STATUS
                   END-READ
               END-IF
           END-IF.
