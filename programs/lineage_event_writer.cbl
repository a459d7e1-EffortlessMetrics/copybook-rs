      *> LINEVENT - Callable transaction lineage writer. Every stage
      *> of the transaction chain - FEEDMRG, TRANEDIT, FXCONV,
      *> TRANSPLT, ACCTPOS and GLJRNL - passes the request block for
      *> each TRANSACTION-ID it handles, and the event lands on the
      *> lineage file LINTRACE reads. The first event of a run counts
      *> the run on the generation master (program plus run date),
      *> so a rerun's events carry the next generation; the lineage
      *> file is appended to and stays open across calls until the
      *> caller's end-of-run call closes it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINEVENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINEAGE-FILE ASSIGN TO "LINEAGE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LINEAGE-STATUS.
           SELECT GENERATION-MASTER ASSIGN TO "LINGEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGN-GENERATION-KEY
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LINEAGE-FILE.
           COPY lineage_event_record.
       FD  GENERATION-MASTER.
           COPY lineage_generation_record.

       WORKING-STORAGE SECTION.
       01  WS-LINEAGE-STATUS           PIC X(2).
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-FILE-STATE               PIC X(1) VALUE 'N'.
           88  WS-FILE-OPEN            VALUE 'Y'.
       01  WS-GENERATION               PIC 9(3) VALUE 0.

       LINKAGE SECTION.
           COPY lineage_event_request.

       PROCEDURE DIVISION USING LINEAGE-EVENT-REQUEST.
       0000-MAIN.
           EVALUATE TRUE
               WHEN LNR-RECORD-EVENT
                   IF NOT WS-FILE-OPEN
                       PERFORM 1000-START-RUN
                   END-IF
                   PERFORM 2000-WRITE-EVENT
               WHEN LNR-END-OF-RUN
                   IF WS-FILE-OPEN
                       CLOSE LINEAGE-FILE
                       MOVE 'N' TO WS-FILE-STATE
                   END-IF
           END-EVALUATE
           MOVE WS-GENERATION TO LNR-GENERATION
           GOBACK.

      *> The generation master is only touched once per run, so it
      *> is opened, counted and closed here rather than held open.
       1000-START-RUN.
           OPEN I-O GENERATION-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               OPEN OUTPUT GENERATION-MASTER
               CLOSE GENERATION-MASTER
               OPEN I-O GENERATION-MASTER
           END-IF
           MOVE LNR-PROGRAM TO LGN-PROGRAM
           MOVE LNR-RUN-DATE TO LGN-RUN-DATE
           READ GENERATION-MASTER
               INVALID KEY
                   MOVE 1 TO LGN-GENERATION
                   MOVE FUNCTION CURRENT-DATE (1:14)
                       TO LGN-LAST-RUN-TS
                   WRITE LINEAGE-GENERATION-RECORD
               NOT INVALID KEY
                   ADD 1 TO LGN-GENERATION
                   MOVE FUNCTION CURRENT-DATE (1:14)
                       TO LGN-LAST-RUN-TS
                   REWRITE LINEAGE-GENERATION-RECORD
           END-READ
           MOVE LGN-GENERATION TO WS-GENERATION
           CLOSE GENERATION-MASTER
           OPEN EXTEND LINEAGE-FILE
           IF WS-LINEAGE-STATUS NOT = "00"
               OPEN OUTPUT LINEAGE-FILE
           END-IF
           SET WS-FILE-OPEN TO TRUE.

       2000-WRITE-EVENT.
           MOVE LNR-TRANSACTION-ID TO LNE-TRANSACTION-ID
           MOVE LNR-STAGE TO LNE-STAGE
           MOVE LNR-PROGRAM TO LNE-PROGRAM
           MOVE LNR-RUN-DATE TO LNE-RUN-DATE
           MOVE WS-GENERATION TO LNE-GENERATION
           MOVE LNR-BEFORE-AMOUNT TO LNE-BEFORE-AMOUNT
           MOVE LNR-AFTER-AMOUNT TO LNE-AFTER-AMOUNT
           MOVE LNR-DETAIL TO LNE-DETAIL
           WRITE LINEAGE-EVENT-RECORD.
