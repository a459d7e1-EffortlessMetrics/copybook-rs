      *> WAVEPLAN - Pick wave planning from the day's allocations.
      *> Every ALLOCATE line that was given stock becomes a pick line
      *> (lines for the same order and item combine). Each takes its
      *> ship date and carrier from the order's shipping instruction
      *> and the carrier's cut-off time from the carrier reference;
      *> an order with no instruction ships on the business date in
      *> the last wave. Lines group into waves by ship date and
      *> cut-off, earliest first, and within a wave are sequenced by
      *> picker zone and bin location from the bin-location
      *> reference, so the pick list each zone's picker walks runs in
      *> aisle order. An item with no bin location still picks, on
      *> the unlocated zone's list at the end of its wave. Pick lines
      *> go to the pick-line master for PICKCONF to confirm against.
      *> An order and item already on the master is only replanned
      *> while it is open or short; one already picked, packed or
      *> shipped is left as it stands and goes to the exception
      *> wrapper stream instead of the pick list.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAVEPLAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOCATION-FILE ASSIGN TO "ALLOCOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT INSTRUCTION-FILE ASSIGN TO "ORDSHIPI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INSTRUCTION-STATUS.
           SELECT CARRIER-FILE ASSIGN TO "CARRCUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARRIER-STATUS.
           SELECT BIN-FILE ASSIGN TO "BINLOC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PICK-MASTER ASSIGN TO "PICKMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PKM-PICK-KEY
               FILE STATUS IS WS-PICK-STATUS.
           SELECT PICK-LIST-FILE ASSIGN TO "PICKLIST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT WRAPPER-FILE ASSIGN TO "EXCPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WRAPPER-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALLOCATION-FILE.
           COPY allocation_line.
       FD  INSTRUCTION-FILE.
           COPY ship_instruction_record.
       FD  CARRIER-FILE.
           COPY carrier_cutoff_record.
       FD  BIN-FILE.
           COPY bin_location_record.
       FD  PICK-MASTER.
           COPY pick_line_record.
       FD  PICK-LIST-FILE.
           COPY pick_list_line.
       FD  WRAPPER-FILE.
           COPY exception_wrapper_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-INSTRUCTION-STATUS       PIC X(2).
       01  WS-CARRIER-STATUS           PIC X(2).
       01  WS-PICK-STATUS              PIC X(2).
       01  WS-WRAPPER-STATUS           PIC X(2).
       01  WS-FILE-STATE               PIC X(1).
           88  WS-LINE-FILED           VALUE 'Y'.
       01  WS-NEW-PICK                 PIC X(102).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
      *> Orders with no shipping instruction, and carriers with no
      *> cut-off on file, go in the day's last wave.
       01  WS-LATEST-CUTOFF            PIC 9(4) VALUE 2359.
      *> Items with no bin location pick from this zone, which sorts
      *> after every real zone.
       01  WS-UNLOCATED-ZONE           PIC X(2) VALUE 'ZZ'.
       01  WS-BIN-INDEX                PIC 9(5) COMP.
       01  WS-BIN-COUNT                PIC 9(5) COMP VALUE 0.
       01  WS-CAR-INDEX                PIC 9(3) COMP.
       01  WS-CAR-COUNT                PIC 9(3) COMP VALUE 0.
       01  WS-SHP-INDEX                PIC 9(5) COMP.
       01  WS-SHP-COUNT                PIC 9(5) COMP VALUE 0.
       01  WS-PCK-INDEX                PIC 9(5) COMP.
       01  WS-PCK-COUNT                PIC 9(5) COMP VALUE 0.
       01  WS-SORT-INDEX               PIC 9(5) COMP.
       01  WS-SLOT                     PIC 9(5) COMP.
       01  WS-WAVE-NUMBER              PIC 9(3) VALUE 0.
       01  WS-PICK-SEQUENCE            PIC 9(5) VALUE 0.
       01  WS-PREV-SHIP-DATE           PIC 9(8).
       01  WS-PREV-CUTOFF              PIC 9(4).
       01  WS-PREV-ZONE                PIC X(2).
       01  WS-BIN-TABLE.
           05  WS-BIN-ENTRY OCCURS 20000 TIMES.
               10  WS-BIN-ITEM         PIC X(5).
               10  WS-BIN-ZONE         PIC X(2).
               10  WS-BIN-LOCATION     PIC X(8).
       01  WS-CARRIER-TABLE.
           05  WS-CAR-ENTRY OCCURS 200 TIMES.
               10  WS-CAR-CODE         PIC X(4).
               10  WS-CAR-CUTOFF       PIC 9(4).
       01  WS-INSTRUCTION-TABLE.
           05  WS-SHP-ENTRY OCCURS 20000 TIMES.
               10  WS-SHP-ORDER        PIC 9(8).
               10  WS-SHP-DATE         PIC 9(8).
               10  WS-SHP-CARRIER      PIC X(4).
      *> The leading group is the walk order: ship date, cut-off,
      *> zone, location, then order and item.
       01  WS-PICK-TABLE.
           05  WS-PCK-ENTRY OCCURS 20000 TIMES.
               10  WS-PCK-SORT-KEY.
                   15  WS-PCK-SHIP-DATE
                                       PIC 9(8).
                   15  WS-PCK-CUTOFF   PIC 9(4).
                   15  WS-PCK-ZONE     PIC X(2).
                   15  WS-PCK-LOCATION PIC X(8).
                   15  WS-PCK-ORDER    PIC 9(8).
                   15  WS-PCK-ITEM     PIC X(5).
               10  WS-PCK-CARRIER      PIC X(4).
               10  WS-PCK-QTY          PIC 9(5).
       01  WS-HOLD-PICK.
           05  WS-HOLD-SORT-KEY        PIC X(35).
           05  WS-HOLD-CARRIER         PIC X(4).
           05  WS-HOLD-QTY             PIC 9(5).
       01  WS-COUNTS.
           05  WS-ALLOCATION-COUNT     PIC 9(7) VALUE 0.
           05  WS-UNLOCATED-COUNT      PIC 9(7) VALUE 0.
           05  WS-PICK-LINE-COUNT      PIC 9(7) VALUE 0.
           05  WS-IN-PROGRESS-COUNT    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 1000-LOAD-BIN-LOCATIONS
           PERFORM 1200-LOAD-CARRIER-CUTOFFS
           PERFORM 1400-LOAD-SHIP-INSTRUCTIONS
           PERFORM 2000-COLLECT-ALLOCATIONS
           PERFORM 3000-SEQUENCE-PICK-LINES
           OPEN I-O PICK-MASTER
           IF WS-PICK-STATUS NOT = "00"
               OPEN OUTPUT PICK-MASTER
               CLOSE PICK-MASTER
               OPEN I-O PICK-MASTER
           END-IF
           OPEN OUTPUT PICK-LIST-FILE
           OPEN EXTEND WRAPPER-FILE
           IF WS-WRAPPER-STATUS NOT = "00"
               OPEN OUTPUT WRAPPER-FILE
           END-IF
           PERFORM 4000-RELEASE-WAVES
           CLOSE PICK-MASTER PICK-LIST-FILE WRAPPER-FILE
           DISPLAY "WAVEPLAN: ALLOCATIONS=" WS-ALLOCATION-COUNT
                   " PICK-LINES=" WS-PICK-LINE-COUNT
                   " WAVES=" WS-WAVE-NUMBER
                   " UNLOCATED=" WS-UNLOCATED-COUNT
                   " IN-PROGRESS=" WS-IN-PROGRESS-COUNT
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

       1000-LOAD-BIN-LOCATIONS.
           OPEN INPUT BIN-FILE
           PERFORM 1100-READ-BIN
           PERFORM UNTIL END-OF-FILE
               IF WS-BIN-COUNT < 20000
                   ADD 1 TO WS-BIN-COUNT
                   MOVE BLC-ITEM-CODE TO WS-BIN-ITEM (WS-BIN-COUNT)
                   MOVE BLC-PICK-ZONE TO WS-BIN-ZONE (WS-BIN-COUNT)
                   MOVE BLC-LOCATION
                       TO WS-BIN-LOCATION (WS-BIN-COUNT)
               END-IF
               PERFORM 1100-READ-BIN
           END-PERFORM
           CLOSE BIN-FILE
           MOVE 'N' TO WS-EOF.

       1100-READ-BIN.
           READ BIN-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1200-LOAD-CARRIER-CUTOFFS.
           OPEN INPUT CARRIER-FILE
           IF WS-CARRIER-STATUS = "00"
               PERFORM 1300-READ-CARRIER
               PERFORM UNTIL END-OF-FILE
                   IF WS-CAR-COUNT < 200
                       ADD 1 TO WS-CAR-COUNT
                       MOVE CCO-CARRIER-CODE
                           TO WS-CAR-CODE (WS-CAR-COUNT)
                       MOVE CCO-CUTOFF-TIME
                           TO WS-CAR-CUTOFF (WS-CAR-COUNT)
                   END-IF
                   PERFORM 1300-READ-CARRIER
               END-PERFORM
               CLOSE CARRIER-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       1300-READ-CARRIER.
           READ CARRIER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1400-LOAD-SHIP-INSTRUCTIONS.
           OPEN INPUT INSTRUCTION-FILE
           IF WS-INSTRUCTION-STATUS = "00"
               PERFORM 1500-READ-INSTRUCTION
               PERFORM UNTIL END-OF-FILE
                   IF WS-SHP-COUNT < 20000
                       ADD 1 TO WS-SHP-COUNT
                       MOVE SHI-ORDER-ID
                           TO WS-SHP-ORDER (WS-SHP-COUNT)
                       MOVE SHI-SHIP-DATE
                           TO WS-SHP-DATE (WS-SHP-COUNT)
                       MOVE SHI-CARRIER-CODE
                           TO WS-SHP-CARRIER (WS-SHP-COUNT)
                   END-IF
                   PERFORM 1500-READ-INSTRUCTION
               END-PERFORM
               CLOSE INSTRUCTION-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       1500-READ-INSTRUCTION.
           READ INSTRUCTION-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-COLLECT-ALLOCATIONS.
           OPEN INPUT ALLOCATION-FILE
           PERFORM 2100-READ-ALLOCATION
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-ALLOCATION-COUNT
               IF ALC-ALLOCATED-QTY > 0
                   PERFORM 2200-ADD-PICK-LINE
               END-IF
               PERFORM 2100-READ-ALLOCATION
           END-PERFORM
           CLOSE ALLOCATION-FILE
           MOVE 'N' TO WS-EOF.

       2100-READ-ALLOCATION.
           READ ALLOCATION-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2200-ADD-PICK-LINE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PCK-INDEX FROM 1 BY 1
               UNTIL WS-PCK-INDEX > WS-PCK-COUNT OR WS-ENTRY-FOUND
               IF WS-PCK-ORDER (WS-PCK-INDEX) = ALC-ORDER-ID
                       AND WS-PCK-ITEM (WS-PCK-INDEX) = ALC-ITEM-CODE
                   SET WS-ENTRY-FOUND TO TRUE
                   ADD ALC-ALLOCATED-QTY TO WS-PCK-QTY (WS-PCK-INDEX)
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND AND WS-PCK-COUNT < 20000
               ADD 1 TO WS-PCK-COUNT
               MOVE WS-PCK-COUNT TO WS-SLOT
               MOVE ALC-ORDER-ID TO WS-PCK-ORDER (WS-SLOT)
               MOVE ALC-ITEM-CODE TO WS-PCK-ITEM (WS-SLOT)
               MOVE ALC-ALLOCATED-QTY TO WS-PCK-QTY (WS-SLOT)
               PERFORM 2300-FIND-SHIP-INSTRUCTION
               PERFORM 2400-FIND-BIN-LOCATION
           END-IF.

       2300-FIND-SHIP-INSTRUCTION.
           MOVE WS-TODAY TO WS-PCK-SHIP-DATE (WS-SLOT)
           MOVE SPACES TO WS-PCK-CARRIER (WS-SLOT)
           MOVE WS-LATEST-CUTOFF TO WS-PCK-CUTOFF (WS-SLOT)
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SHP-INDEX FROM 1 BY 1
               UNTIL WS-SHP-INDEX > WS-SHP-COUNT OR WS-ENTRY-FOUND
               IF WS-SHP-ORDER (WS-SHP-INDEX) = ALC-ORDER-ID
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-SHP-DATE (WS-SHP-INDEX)
                       TO WS-PCK-SHIP-DATE (WS-SLOT)
                   MOVE WS-SHP-CARRIER (WS-SHP-INDEX)
                       TO WS-PCK-CARRIER (WS-SLOT)
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-CAR-INDEX FROM 1 BY 1
                   UNTIL WS-CAR-INDEX > WS-CAR-COUNT
                       OR WS-ENTRY-FOUND
                   IF WS-CAR-CODE (WS-CAR-INDEX) =
                           WS-PCK-CARRIER (WS-SLOT)
                       SET WS-ENTRY-FOUND TO TRUE
                       MOVE WS-CAR-CUTOFF (WS-CAR-INDEX)
                           TO WS-PCK-CUTOFF (WS-SLOT)
                   END-IF
               END-PERFORM
           END-IF.

       2400-FIND-BIN-LOCATION.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-BIN-INDEX FROM 1 BY 1
               UNTIL WS-BIN-INDEX > WS-BIN-COUNT OR WS-ENTRY-FOUND
               IF WS-BIN-ITEM (WS-BIN-INDEX) = ALC-ITEM-CODE
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-BIN-ZONE (WS-BIN-INDEX)
                       TO WS-PCK-ZONE (WS-SLOT)
                   MOVE WS-BIN-LOCATION (WS-BIN-INDEX)
                       TO WS-PCK-LOCATION (WS-SLOT)
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               MOVE WS-UNLOCATED-ZONE TO WS-PCK-ZONE (WS-SLOT)
               MOVE SPACES TO WS-PCK-LOCATION (WS-SLOT)
               ADD 1 TO WS-UNLOCATED-COUNT
           END-IF.

      *> Ship date, cut-off, zone, location, order and item, in that
      *> order - the whole walk sequence is the leading sort key.
       3000-SEQUENCE-PICK-LINES.
           PERFORM VARYING WS-PCK-INDEX FROM 2 BY 1
               UNTIL WS-PCK-INDEX > WS-PCK-COUNT
               MOVE WS-PCK-ENTRY (WS-PCK-INDEX) TO WS-HOLD-PICK
               MOVE WS-PCK-INDEX TO WS-SORT-INDEX
               PERFORM 3100-SHIFT-LATER-STOP
               MOVE WS-HOLD-PICK TO WS-PCK-ENTRY (WS-SORT-INDEX)
           END-PERFORM.

       3100-SHIFT-LATER-STOP.
           PERFORM UNTIL WS-SORT-INDEX = 1
               OR WS-PCK-SORT-KEY (WS-SORT-INDEX - 1) <=
                   WS-HOLD-SORT-KEY
               MOVE WS-PCK-ENTRY (WS-SORT-INDEX - 1)
                   TO WS-PCK-ENTRY (WS-SORT-INDEX)
               SUBTRACT 1 FROM WS-SORT-INDEX
           END-PERFORM.

      *> A new ship date or cut-off opens the next wave; a new zone
      *> inside a wave starts that picker's list at stop one.
       4000-RELEASE-WAVES.
           MOVE 0 TO WS-PREV-SHIP-DATE WS-PREV-CUTOFF
           MOVE SPACES TO WS-PREV-ZONE
           PERFORM VARYING WS-PCK-INDEX FROM 1 BY 1
               UNTIL WS-PCK-INDEX > WS-PCK-COUNT
               IF WS-PCK-SHIP-DATE (WS-PCK-INDEX) NOT =
                       WS-PREV-SHIP-DATE
                       OR WS-PCK-CUTOFF (WS-PCK-INDEX) NOT =
                           WS-PREV-CUTOFF
                   ADD 1 TO WS-WAVE-NUMBER
                   MOVE WS-PCK-SHIP-DATE (WS-PCK-INDEX)
                       TO WS-PREV-SHIP-DATE
                   MOVE WS-PCK-CUTOFF (WS-PCK-INDEX)
                       TO WS-PREV-CUTOFF
                   MOVE SPACES TO WS-PREV-ZONE
               END-IF
               IF WS-PCK-ZONE (WS-PCK-INDEX) NOT = WS-PREV-ZONE
                   MOVE 0 TO WS-PICK-SEQUENCE
                   MOVE WS-PCK-ZONE (WS-PCK-INDEX) TO WS-PREV-ZONE
               END-IF
               ADD 1 TO WS-PICK-SEQUENCE
               PERFORM 4100-FILE-PICK-LINE
               IF WS-LINE-FILED
                   PERFORM 4200-WRITE-PICK-LIST-LINE
               ELSE
                   SUBTRACT 1 FROM WS-PICK-SEQUENCE
               END-IF
           END-PERFORM.

      *> A line for an order and item already on the master (a
      *> backorder refilled since) is replanned in place while it is
      *> still open or short; past that it is already on its way and
      *> is reported instead.
       4100-FILE-PICK-LINE.
           MOVE WS-PCK-ORDER (WS-PCK-INDEX)     TO PKM-ORDER-ID
           MOVE WS-PCK-ITEM (WS-PCK-INDEX)      TO PKM-ITEM-CODE
           MOVE WS-TODAY                        TO PKM-PLAN-DATE
           MOVE WS-WAVE-NUMBER                  TO PKM-WAVE-NUMBER
           MOVE WS-PCK-SHIP-DATE (WS-PCK-INDEX) TO PKM-SHIP-DATE
           MOVE WS-PCK-CARRIER (WS-PCK-INDEX)   TO PKM-CARRIER-CODE
           MOVE WS-PCK-CUTOFF (WS-PCK-INDEX)    TO PKM-CUTOFF-TIME
           MOVE WS-PCK-ZONE (WS-PCK-INDEX)      TO PKM-PICK-ZONE
           MOVE WS-PCK-LOCATION (WS-PCK-INDEX)  TO PKM-LOCATION
           MOVE WS-PICK-SEQUENCE                TO PKM-PICK-SEQUENCE
           MOVE WS-PCK-QTY (WS-PCK-INDEX)       TO PKM-ALLOCATED-QTY
           MOVE 0                               TO PKM-PICKED-QTY
           SET PKM-OPEN TO TRUE
           MOVE SPACES                          TO PKM-PICKER-ID
           MOVE 0                               TO PKM-CONFIRMED-DATE
           MOVE SPACES                          TO PKM-TRACKING-NUM
           SET WS-LINE-FILED TO TRUE
           WRITE PICK-LINE-RECORD
               INVALID KEY
                   PERFORM 4150-REPLAN-PICK-LINE
           END-WRITE
           IF WS-LINE-FILED
               ADD 1 TO WS-PICK-LINE-COUNT
           END-IF.

       4150-REPLAN-PICK-LINE.
           MOVE PICK-LINE-RECORD TO WS-NEW-PICK
           READ PICK-MASTER
               INVALID KEY CONTINUE
           END-READ
           IF PKM-OPEN OR PKM-SHORT
               MOVE WS-NEW-PICK TO PICK-LINE-RECORD
               REWRITE PICK-LINE-RECORD
           ELSE
               MOVE 'N' TO WS-FILE-STATE
               PERFORM 4160-WRITE-WRAPPER
               ADD 1 TO WS-IN-PROGRESS-COUNT
           END-IF.

       4160-WRITE-WRAPPER.
           MOVE 'WAVEPLAN' TO EXW-SOURCE-PROGRAM
           MOVE SPACES TO EXW-EXCEPTION-KEY
           STRING PKM-ORDER-ID "/" PKM-ITEM-CODE
               DELIMITED BY SIZE INTO EXW-EXCEPTION-KEY
           END-STRING
           MOVE 'PKIP' TO EXW-REASON-CODE
           MOVE WS-TODAY TO EXW-RAISED-DATE
           MOVE SPACES TO EXW-DETAIL
           STRING "PICK LINE ALREADY IN STATUS " PKM-PICK-STATUS
                  " - NEW ALLOCATION OF "
                  WS-PCK-QTY (WS-PCK-INDEX) " NOT PLANNED"
               DELIMITED BY SIZE INTO EXW-DETAIL
           END-STRING
           WRITE EXCEPTION-WRAPPER-RECORD.

       4200-WRITE-PICK-LIST-LINE.
           MOVE WS-TODAY                        TO PLL-PLAN-DATE
           MOVE WS-WAVE-NUMBER                  TO PLL-WAVE-NUMBER
           MOVE WS-PCK-SHIP-DATE (WS-PCK-INDEX) TO PLL-SHIP-DATE
           MOVE WS-PCK-CUTOFF (WS-PCK-INDEX)    TO PLL-CUTOFF-TIME
           MOVE WS-PCK-ZONE (WS-PCK-INDEX)      TO PLL-PICK-ZONE
           MOVE WS-PICK-SEQUENCE                TO PLL-PICK-SEQUENCE
           MOVE WS-PCK-LOCATION (WS-PCK-INDEX)  TO PLL-LOCATION
           MOVE WS-PCK-ITEM (WS-PCK-INDEX)      TO PLL-ITEM-CODE
           MOVE WS-PCK-ORDER (WS-PCK-INDEX)     TO PLL-ORDER-ID
           MOVE WS-PCK-QTY (WS-PCK-INDEX)       TO PLL-PICK-QTY
           MOVE WS-PCK-CARRIER (WS-PCK-INDEX)   TO PLL-CARRIER-CODE
           WRITE PICK-LIST-LINE.
