      *> TAXLIAB - Monthly sales-tax liability by jurisdiction. Reads
      *> the month's order-line tax detail from ORDPRICE (the daily
      *> ORDTAXDT files, concatenated) for the business date's month
      *> and rolls each line up into its state, its county and its
      *> city: the gross sales shipped into the jurisdiction, the part
      *> taxed, the part exempt by certificate or non-taxable, and
      *> the tax collected at that level - the figures each return is
      *> filed from. Jurisdictions print state by state, each state
      *> ahead of its counties and each county ahead of its cities,
      *> with a grand-total line last. Lines priced without a ship-to
      *> on file have no jurisdiction to file under and are counted
      *> on the run recap for follow-up.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXLIAB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETAIL-FILE ASSIGN TO "TAXDETL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "TAXLIAB"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DETAIL-FILE.
           COPY order_tax_detail_line.
       FD  REPORT-FILE.
           COPY tax_liability_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-REPORT-MONTH             PIC 9(6).
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-JUR-INDEX                PIC 9(4) COMP.
       01  WS-JUR-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-SHIFT-INDEX              PIC 9(4) COMP.
       01  WS-SEEK-KEY.
           05  WS-SEEK-STATE           PIC X(2).
           05  WS-SEEK-COUNTY          PIC X(5).
           05  WS-SEEK-CITY            PIC X(5).
       01  WS-LEVEL-TAX                PIC 9(6)V99.
      *> Held in key order - state, then county, then city, blanks
      *> first - so each state leads its counties and each county
      *> its cities when the table prints.
       01  WS-JURISDICTION-TABLE.
           05  WS-JUR-ENTRY OCCURS 3000 TIMES.
               10  WS-JUR-KEY.
                   15  WS-JUR-STATE    PIC X(2).
                   15  WS-JUR-COUNTY   PIC X(5).
                   15  WS-JUR-CITY     PIC X(5).
               10  WS-JUR-LINES        PIC 9(7).
               10  WS-JUR-GROSS        PIC 9(13)V99.
               10  WS-JUR-TAXABLE      PIC 9(13)V99.
               10  WS-JUR-EXEMPT       PIC 9(13)V99.
               10  WS-JUR-TAX          PIC 9(11)V99.
       01  WS-GRAND-TOTALS.
           05  WS-GRD-LINES            PIC 9(7) VALUE 0.
           05  WS-GRD-GROSS            PIC 9(13)V99 VALUE 0.
           05  WS-GRD-TAXABLE          PIC 9(13)V99 VALUE 0.
           05  WS-GRD-EXEMPT           PIC 9(13)V99 VALUE 0.
           05  WS-GRD-TAX              PIC 9(11)V99 VALUE 0.
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-MONTH-COUNT          PIC 9(9) VALUE 0.
           05  WS-NO-JURISDICTION      PIC 9(9) VALUE 0.
           05  WS-OVERFLOW-COUNT       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           MOVE WS-TODAY (1:6) TO WS-REPORT-MONTH
           OPEN INPUT DETAIL-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 1000-READ-DETAIL
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               IF OTD-ORDER-DATE (1:6) = WS-REPORT-MONTH
                   ADD 1 TO WS-MONTH-COUNT
                   PERFORM 2000-POST-DETAIL
               END-IF
               PERFORM 1000-READ-DETAIL
           END-PERFORM
           PERFORM VARYING WS-JUR-INDEX FROM 1 BY 1
               UNTIL WS-JUR-INDEX > WS-JUR-COUNT
               PERFORM 3000-WRITE-JURISDICTION
           END-PERFORM
           PERFORM 4000-WRITE-GRAND-TOTAL
           CLOSE DETAIL-FILE REPORT-FILE
           DISPLAY "TAXLIAB: READ=" WS-READ-COUNT
                   " MONTH=" WS-MONTH-COUNT
                   " JURISDICTIONS=" WS-JUR-COUNT
                   " NO-SHIP-TO=" WS-NO-JURISDICTION
                   " OVERFLOW=" WS-OVERFLOW-COUNT
                   " TAX=" WS-GRD-TAX
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

       1000-READ-DETAIL.
           READ DETAIL-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-POST-DETAIL.
           IF OTD-NO-JURISDICTION
               ADD 1 TO WS-NO-JURISDICTION
           ELSE
               MOVE OTD-STATE-CODE TO WS-SEEK-STATE
               MOVE SPACES TO WS-SEEK-COUNTY WS-SEEK-CITY
               MOVE OTD-STATE-TAX TO WS-LEVEL-TAX
               PERFORM 2100-POST-JURISDICTION
               IF OTD-COUNTY-CODE NOT = SPACES
                   MOVE OTD-COUNTY-CODE TO WS-SEEK-COUNTY
                   MOVE OTD-COUNTY-TAX TO WS-LEVEL-TAX
                   PERFORM 2100-POST-JURISDICTION
               END-IF
               IF OTD-CITY-CODE NOT = SPACES
                   MOVE OTD-COUNTY-CODE TO WS-SEEK-COUNTY
                   MOVE OTD-CITY-CODE TO WS-SEEK-CITY
                   MOVE OTD-CITY-TAX TO WS-LEVEL-TAX
                   PERFORM 2100-POST-JURISDICTION
               END-IF
               ADD 1 TO WS-GRD-LINES
               ADD OTD-SALE-AMOUNT TO WS-GRD-GROSS
               IF OTD-TAXED
                   ADD OTD-SALE-AMOUNT TO WS-GRD-TAXABLE
               ELSE
                   ADD OTD-SALE-AMOUNT TO WS-GRD-EXEMPT
               END-IF
               ADD OTD-TAX-AMOUNT TO WS-GRD-TAX
           END-IF.

       2100-POST-JURISDICTION.
           PERFORM 2200-FIND-JURISDICTION
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-JUR-LINES (WS-JUR-INDEX)
               ADD OTD-SALE-AMOUNT TO WS-JUR-GROSS (WS-JUR-INDEX)
               IF OTD-TAXED
                   ADD OTD-SALE-AMOUNT
                       TO WS-JUR-TAXABLE (WS-JUR-INDEX)
               ELSE
                   ADD OTD-SALE-AMOUNT
                       TO WS-JUR-EXEMPT (WS-JUR-INDEX)
               END-IF
               ADD WS-LEVEL-TAX TO WS-JUR-TAX (WS-JUR-INDEX)
           END-IF.

      *> A jurisdiction not yet in the table is slotted in at its key
      *> position, the entries above it shifting down one.
       2200-FIND-JURISDICTION.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-JUR-INDEX FROM 1 BY 1
               UNTIL WS-JUR-INDEX > WS-JUR-COUNT
                   OR WS-JUR-KEY (WS-JUR-INDEX) >= WS-SEEK-KEY
               CONTINUE
           END-PERFORM
           IF WS-JUR-INDEX <= WS-JUR-COUNT
                   AND WS-JUR-KEY (WS-JUR-INDEX) = WS-SEEK-KEY
               SET WS-ENTRY-FOUND TO TRUE
           ELSE
               IF WS-JUR-COUNT < 3000
                   PERFORM VARYING WS-SHIFT-INDEX FROM WS-JUR-COUNT
                       BY -1 UNTIL WS-SHIFT-INDEX < WS-JUR-INDEX
                       MOVE WS-JUR-ENTRY (WS-SHIFT-INDEX)
                           TO WS-JUR-ENTRY (WS-SHIFT-INDEX + 1)
                   END-PERFORM
                   ADD 1 TO WS-JUR-COUNT
                   INITIALIZE WS-JUR-ENTRY (WS-JUR-INDEX)
                   MOVE WS-SEEK-KEY TO WS-JUR-KEY (WS-JUR-INDEX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       3000-WRITE-JURISDICTION.
           MOVE WS-REPORT-MONTH TO TLL-MONTH
           EVALUATE TRUE
               WHEN WS-JUR-CITY (WS-JUR-INDEX) NOT = SPACES
                   SET TLL-CITY-LEVEL TO TRUE
               WHEN WS-JUR-COUNTY (WS-JUR-INDEX) NOT = SPACES
                   SET TLL-COUNTY-LEVEL TO TRUE
               WHEN OTHER
                   SET TLL-STATE-LEVEL TO TRUE
           END-EVALUATE
           MOVE WS-JUR-STATE (WS-JUR-INDEX)   TO TLL-STATE-CODE
           MOVE WS-JUR-COUNTY (WS-JUR-INDEX)  TO TLL-COUNTY-CODE
           MOVE WS-JUR-CITY (WS-JUR-INDEX)    TO TLL-CITY-CODE
           MOVE WS-JUR-LINES (WS-JUR-INDEX)   TO TLL-LINE-COUNT
           MOVE WS-JUR-GROSS (WS-JUR-INDEX)   TO TLL-GROSS-SALES
           MOVE WS-JUR-TAXABLE (WS-JUR-INDEX) TO TLL-TAXABLE-SALES
           MOVE WS-JUR-EXEMPT (WS-JUR-INDEX)  TO TLL-EXEMPT-SALES
           MOVE WS-JUR-TAX (WS-JUR-INDEX)     TO TLL-TAX-COLLECTED
           WRITE TAX-LIABILITY-LINE.

       4000-WRITE-GRAND-TOTAL.
           MOVE WS-REPORT-MONTH TO TLL-MONTH
           SET TLL-GRAND-TOTAL TO TRUE
           MOVE SPACES TO TLL-STATE-CODE TLL-COUNTY-CODE TLL-CITY-CODE
           MOVE WS-GRD-LINES   TO TLL-LINE-COUNT
           MOVE WS-GRD-GROSS   TO TLL-GROSS-SALES
           MOVE WS-GRD-TAXABLE TO TLL-TAXABLE-SALES
           MOVE WS-GRD-EXEMPT  TO TLL-EXEMPT-SALES
           MOVE WS-GRD-TAX     TO TLL-TAX-COLLECTED
           WRITE TAX-LIABILITY-LINE.
