      *> CPREFRPT - Monthly contact-suppression report. Reads the
      *> suppression lines every outreach program wrote (CAREGAP,
      *> RECONSNT, RWDSTMT, RELSTMT, concatenated), keeps those run in
      *> the business date's month, and reports per program and
      *> contact purpose how many contacts the contact-preference
      *> master dropped and how many it moved to another channel,
      *> with a total line per program and a grand total.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPREFRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPRESSION-FILE ASSIGN TO "CONTSUPL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUPPRESSION-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CPREFRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPRESSION-FILE.
           COPY contact_suppression_line.
       FD  REPORT-FILE.
           COPY contact_suppression_summary_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-SUPPRESSION-STATUS       PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-REPORT-MONTH             PIC 9(6).
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-PURPOSE-CODES            PIC X(3) VALUE 'MSC'.
       01  WS-PURPOSE-TABLE REDEFINES WS-PURPOSE-CODES.
           05  WS-PURPOSE-CODE OCCURS 3 TIMES
                                       PIC X(1).
       01  WS-PURPOSE-INDEX            PIC 9(1) COMP.
       01  WS-PGM-INDEX                PIC 9(3) COMP.
       01  WS-PGM-SLOT                 PIC 9(3) COMP.
       01  WS-PGM-COUNT                PIC 9(3) COMP VALUE 0.
       01  WS-PROGRAM-TABLE.
           05  WS-PGM-ENTRY OCCURS 50 TIMES.
               10  WS-PGM-ID           PIC X(8).
               10  WS-PGM-PURPOSE OCCURS 3 TIMES.
                   15  WS-PGM-DROPPED  PIC 9(7).
                   15  WS-PGM-RECHANNELLED
                                       PIC 9(7).
       01  WS-PROGRAM-DROPPED          PIC 9(7).
       01  WS-PROGRAM-RECHANNELLED     PIC 9(7).
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-MONTH-COUNT          PIC 9(9) VALUE 0.
           05  WS-TOTAL-DROPPED        PIC 9(7) VALUE 0.
           05  WS-TOTAL-RECHANNELLED   PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           MOVE WS-TODAY (1:6) TO WS-REPORT-MONTH
           OPEN OUTPUT REPORT-FILE
           OPEN INPUT SUPPRESSION-FILE
           IF WS-SUPPRESSION-STATUS = "00"
               PERFORM 1000-READ-SUPPRESSION
               PERFORM UNTIL END-OF-FILE
                   ADD 1 TO WS-READ-COUNT
                   IF CSL-RUN-DATE (1:6) = WS-REPORT-MONTH
                       PERFORM 2000-TALLY-LINE
                   END-IF
                   PERFORM 1000-READ-SUPPRESSION
               END-PERFORM
               CLOSE SUPPRESSION-FILE
           END-IF
           PERFORM 3000-WRITE-REPORT
           CLOSE REPORT-FILE
           DISPLAY "CPREFRPT: READ=" WS-READ-COUNT
                   " MONTH=" WS-MONTH-COUNT
                   " DROPPED=" WS-TOTAL-DROPPED
                   " RECHANNELLED=" WS-TOTAL-RECHANNELLED
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

       1000-READ-SUPPRESSION.
           READ SUPPRESSION-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-TALLY-LINE.
           MOVE 0 TO WS-PURPOSE-INDEX
           PERFORM VARYING WS-PGM-INDEX FROM 1 BY 1
               UNTIL WS-PGM-INDEX > 3
               IF WS-PURPOSE-CODE (WS-PGM-INDEX) = CSL-PURPOSE
                   MOVE WS-PGM-INDEX TO WS-PURPOSE-INDEX
               END-IF
           END-PERFORM
           IF WS-PURPOSE-INDEX > 0
               PERFORM 2100-LOCATE-PROGRAM
               IF WS-ENTRY-FOUND
                   ADD 1 TO WS-MONTH-COUNT
                   IF CSL-DROPPED
                       ADD 1 TO WS-PGM-DROPPED
                           (WS-PGM-SLOT WS-PURPOSE-INDEX)
                       ADD 1 TO WS-TOTAL-DROPPED
                   ELSE
                       ADD 1 TO WS-PGM-RECHANNELLED
                           (WS-PGM-SLOT WS-PURPOSE-INDEX)
                       ADD 1 TO WS-TOTAL-RECHANNELLED
                   END-IF
               END-IF
           END-IF.

       2100-LOCATE-PROGRAM.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PGM-INDEX FROM 1 BY 1
               UNTIL WS-PGM-INDEX > WS-PGM-COUNT OR WS-ENTRY-FOUND
               IF WS-PGM-ID (WS-PGM-INDEX) = CSL-PROGRAM-ID
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-PGM-INDEX TO WS-PGM-SLOT
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND AND WS-PGM-COUNT < 50
               ADD 1 TO WS-PGM-COUNT
               MOVE WS-PGM-COUNT TO WS-PGM-SLOT
               INITIALIZE WS-PGM-ENTRY (WS-PGM-SLOT)
               MOVE CSL-PROGRAM-ID TO WS-PGM-ID (WS-PGM-SLOT)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *> Purposes a program suppressed nothing under are left off;
      *> every program that suppressed anything gets its total line.
       3000-WRITE-REPORT.
           PERFORM VARYING WS-PGM-SLOT FROM 1 BY 1
               UNTIL WS-PGM-SLOT > WS-PGM-COUNT
               MOVE 0 TO WS-PROGRAM-DROPPED WS-PROGRAM-RECHANNELLED
               PERFORM VARYING WS-PURPOSE-INDEX FROM 1 BY 1
                   UNTIL WS-PURPOSE-INDEX > 3
                   IF WS-PGM-DROPPED (WS-PGM-SLOT WS-PURPOSE-INDEX)
                           > 0
                           OR WS-PGM-RECHANNELLED
                               (WS-PGM-SLOT WS-PURPOSE-INDEX) > 0
                       MOVE WS-PGM-ID (WS-PGM-SLOT) TO CSS-PROGRAM-ID
                       MOVE WS-PURPOSE-CODE (WS-PURPOSE-INDEX)
                           TO CSS-PURPOSE
                       MOVE WS-PGM-DROPPED
                           (WS-PGM-SLOT WS-PURPOSE-INDEX)
                           TO CSS-DROPPED-COUNT
                       MOVE WS-PGM-RECHANNELLED
                           (WS-PGM-SLOT WS-PURPOSE-INDEX)
                           TO CSS-RECHANNELLED-COUNT
                       PERFORM 3100-WRITE-SUMMARY-LINE
                       ADD CSS-DROPPED-COUNT TO WS-PROGRAM-DROPPED
                       ADD CSS-RECHANNELLED-COUNT
                           TO WS-PROGRAM-RECHANNELLED
                   END-IF
               END-PERFORM
               MOVE WS-PGM-ID (WS-PGM-SLOT) TO CSS-PROGRAM-ID
               MOVE '*' TO CSS-PURPOSE
               MOVE WS-PROGRAM-DROPPED TO CSS-DROPPED-COUNT
               MOVE WS-PROGRAM-RECHANNELLED TO CSS-RECHANNELLED-COUNT
               PERFORM 3100-WRITE-SUMMARY-LINE
           END-PERFORM
           MOVE "ALL" TO CSS-PROGRAM-ID
           MOVE '*' TO CSS-PURPOSE
           MOVE WS-TOTAL-DROPPED TO CSS-DROPPED-COUNT
           MOVE WS-TOTAL-RECHANNELLED TO CSS-RECHANNELLED-COUNT
           PERFORM 3100-WRITE-SUMMARY-LINE.

       3100-WRITE-SUMMARY-LINE.
           MOVE WS-REPORT-MONTH TO CSS-MONTH
           WRITE CONTACT-SUPPRESSION-SUMMARY-LINE.
