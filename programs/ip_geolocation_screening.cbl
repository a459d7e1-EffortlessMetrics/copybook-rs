      *> IPSCREEN - IP geolocation screening of ledger session
      *> metadata. Every ENTRIES row of every ledger batch has its
      *> METADATA IP-ADDRESS resolved to a country through IPADDR and
      *> the geolocation master, and four things are flagged: an
      *> entry from a sanctioned jurisdiction; a session working from
      *> a country other than the user's home country on the
      *> entitlement master (once per session); the same USER-ID
      *> appearing from two countries closer together in time than
      *> anyone could travel between them; and an address that is
      *> malformed or not routable. A routable address no range
      *> covers is counted but not flagged. Each hit is raised on the
      *> exception wrapper stream for EXCPLOAD and written to the hit
      *> file SARCASE takes in for the investigators.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPSCREEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "LEDGERIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SANCTIONED-FILE ASSIGN TO "SANCCTRY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SANCTIONED-STATUS.
           SELECT ENTITLEMENT-FILE ASSIGN TO "ENTLMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTITLEMENT-STATUS.
           SELECT HIT-FILE ASSIGN TO "IPSCRHIT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "IPSCEXCP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
           COPY ac6_performance_integration.
       FD  SANCTIONED-FILE.
           COPY sanctioned_jurisdiction_record.
       FD  ENTITLEMENT-FILE.
           COPY user_entitlement_record.
       FD  HIT-FILE.
           COPY ip_screening_hit.
       FD  EXCEPTION-FILE.
           COPY exception_wrapper_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-SANCTIONED-STATUS        PIC X(2).
       01  WS-ENTITLEMENT-STATUS       PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
      *> Two entries for one user from different countries less than
      *> this many minutes apart cannot both be genuine.
       01  WS-TRAVEL-MINUTES           PIC 9(6) VALUE 120.
           COPY ip_address_request.
       01  WS-ENTRY-INDEX              PIC 9(5) COMP.
       01  WS-SCAN-INDEX               PIC 9(5) COMP.
       01  WS-SLOT                     PIC 9(5) COMP.
       01  WS-SANCTIONED-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-SANCTIONED-TABLE.
           05  WS-SANC-COUNTRY OCCURS 500 TIMES PIC X(3).
       01  WS-HOME-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-HOME-TABLE.
           05  WS-HOME-ENTRY OCCURS 20000 TIMES.
               10  WS-HOME-USER        PIC X(8).
               10  WS-HOME-COUNTRY     PIC X(3).
       01  WS-HOME-COUNTRY-FOUND       PIC X(3).
      *> Sessions already flagged away from home, for the whole run.
       01  WS-SESSION-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-SESSION-TABLE.
           05  WS-SESS-ID OCCURS 20000 TIMES PIC X(16).
      *> Each user's latest resolved entry so far this run.
       01  WS-USER-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-USER-TABLE.
           05  WS-USER-ENTRY OCCURS 20000 TIMES.
               10  WS-USR-ID           PIC X(8).
               10  WS-USR-COUNTRY      PIC X(3).
               10  WS-USR-IP-ADDRESS   PIC X(15).
               10  WS-USR-CREATE-TS    PIC 9(14).
               10  WS-USR-MINUTES      PIC S9(10).
       01  WS-TS-WORK                  PIC 9(14).
       01  WS-TS-WORK-R REDEFINES WS-TS-WORK.
           05  WS-TS-DATE              PIC 9(8).
           05  WS-TS-HH                PIC 9(2).
           05  WS-TS-MM                PIC 9(2).
           05  WS-TS-SS                PIC 9(2).
       01  WS-ENTRY-MINUTES            PIC S9(10).
       01  WS-MINUTES-APART            PIC S9(10).
       01  WS-REASON-CODE              PIC X(4).
       01  WS-MINUTES-DISPLAY          PIC 9(6).
       01  WS-COUNTS.
           05  WS-BATCH-COUNT          PIC 9(9) VALUE 0.
           05  WS-ENTRY-COUNT          PIC 9(9) VALUE 0.
           05  WS-UNRESOLVED-COUNT     PIC 9(9) VALUE 0.
           05  WS-SANCTIONED-HITS      PIC 9(9) VALUE 0.
           05  WS-HOME-HITS            PIC 9(9) VALUE 0.
           05  WS-TRAVEL-HITS          PIC 9(9) VALUE 0.
           05  WS-ADDRESS-HITS         PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 1000-LOAD-SANCTIONED
           PERFORM 1100-LOAD-HOME-COUNTRIES
           OPEN INPUT LEDGER-FILE
           OPEN OUTPUT HIT-FILE EXCEPTION-FILE
           PERFORM 2000-READ-LEDGER
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-BATCH-COUNT
               PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
                   UNTIL WS-ENTRY-INDEX > ENTRY-COUNT
                   PERFORM 3000-SCREEN-ENTRY
               END-PERFORM
               PERFORM 2000-READ-LEDGER
           END-PERFORM
           SET IPA-END-OF-RUN TO TRUE
           CALL "IPADDR" USING IP-ADDRESS-REQUEST
           END-CALL
           CLOSE LEDGER-FILE HIT-FILE EXCEPTION-FILE
           DISPLAY "IPSCREEN: BATCHES=" WS-BATCH-COUNT
                   " ENTRIES=" WS-ENTRY-COUNT
                   " UNRESOLVED=" WS-UNRESOLVED-COUNT
           DISPLAY "IPSCREEN: SANCTIONED=" WS-SANCTIONED-HITS
                   " AWAY-FROM-HOME=" WS-HOME-HITS
                   " IMPOSSIBLE-TRAVEL=" WS-TRAVEL-HITS
                   " BAD-ADDRESS=" WS-ADDRESS-HITS
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

       1000-LOAD-SANCTIONED.
           OPEN INPUT SANCTIONED-FILE
           IF WS-SANCTIONED-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ SANCTIONED-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-SANCTIONED-COUNT < 500
                               ADD 1 TO WS-SANCTIONED-COUNT
                               MOVE SJR-COUNTRY-CODE
                                   TO WS-SANC-COUNTRY
                                       (WS-SANCTIONED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SANCTIONED-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

      *> Only users HR has given a home country can be out of it.
       1100-LOAD-HOME-COUNTRIES.
           OPEN INPUT ENTITLEMENT-FILE
           IF WS-ENTITLEMENT-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ ENTITLEMENT-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF UEM-HOME-COUNTRY NOT = SPACES
                                   AND WS-HOME-COUNT < 20000
                               ADD 1 TO WS-HOME-COUNT
                               MOVE UEM-USER-ID
                                   TO WS-HOME-USER (WS-HOME-COUNT)
                               MOVE UEM-HOME-COUNTRY
                                   TO WS-HOME-COUNTRY (WS-HOME-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTITLEMENT-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       2000-READ-LEDGER.
           READ LEDGER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> An address that places the entry nowhere is flagged and
      *> goes no further; an unplaced routable one is only counted.
       3000-SCREEN-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           SET IPA-RESOLVE TO TRUE
           MOVE IP-ADDRESS (WS-ENTRY-INDEX) TO IPA-ADDRESS
           CALL "IPADDR" USING IP-ADDRESS-REQUEST
           END-CALL
           EVALUATE TRUE
               WHEN IPA-MALFORMED
               WHEN IPA-NON-ROUTABLE
                   INITIALIZE IP-SCREENING-HIT
                   SET IPH-BAD-ADDRESS TO TRUE
                   MOVE "IPBA" TO WS-REASON-CODE
                   PERFORM 5000-RAISE-HIT
                   ADD 1 TO WS-ADDRESS-HITS
               WHEN IPA-UNRESOLVED
                   ADD 1 TO WS-UNRESOLVED-COUNT
               WHEN OTHER
                   PERFORM 3100-CHECK-SANCTIONED
                   PERFORM 3200-CHECK-HOME-COUNTRY
                   PERFORM 3300-CHECK-TRAVEL
           END-EVALUATE.

       3100-CHECK-SANCTIONED.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
               UNTIL WS-SCAN-INDEX > WS-SANCTIONED-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-SANC-COUNTRY (WS-SCAN-INDEX) = IPA-COUNTRY-CODE
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               INITIALIZE IP-SCREENING-HIT
               SET IPH-SANCTIONED TO TRUE
               MOVE "IPSJ" TO WS-REASON-CODE
               PERFORM 5000-RAISE-HIT
               ADD 1 TO WS-SANCTIONED-HITS
           END-IF.

       3200-CHECK-HOME-COUNTRY.
           MOVE SPACES TO WS-HOME-COUNTRY-FOUND
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
               UNTIL WS-SCAN-INDEX > WS-HOME-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-HOME-USER (WS-SCAN-INDEX) =
                       USER-ID (WS-ENTRY-INDEX)
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-HOME-COUNTRY (WS-SCAN-INDEX)
                       TO WS-HOME-COUNTRY-FOUND
               END-IF
           END-PERFORM
           IF WS-HOME-COUNTRY-FOUND NOT = SPACES
                   AND WS-HOME-COUNTRY-FOUND NOT = IPA-COUNTRY-CODE
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-SCAN-INDEX > WS-SESSION-COUNT
                       OR WS-ENTRY-FOUND
                   IF WS-SESS-ID (WS-SCAN-INDEX) =
                           SESSION-ID (WS-ENTRY-INDEX)
                       SET WS-ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-ENTRY-FOUND
                   IF WS-SESSION-COUNT < 20000
                       ADD 1 TO WS-SESSION-COUNT
                       MOVE SESSION-ID (WS-ENTRY-INDEX)
                           TO WS-SESS-ID (WS-SESSION-COUNT)
                   END-IF
                   INITIALIZE IP-SCREENING-HIT
                   SET IPH-HOME-MISMATCH TO TRUE
                   MOVE WS-HOME-COUNTRY-FOUND TO IPH-PRIOR-COUNTRY
                   MOVE "IPHC" TO WS-REASON-CODE
                   PERFORM 5000-RAISE-HIT
                   ADD 1 TO WS-HOME-HITS
               END-IF
           END-IF.

      *> The entry is set against the user's latest entry seen so
      *> far, whichever came first; the later of the two then stands
      *> as the user's latest.
       3300-CHECK-TRAVEL.
           MOVE CREATE-TS (WS-ENTRY-INDEX) TO WS-TS-WORK
           COMPUTE WS-ENTRY-MINUTES =
               FUNCTION INTEGER-OF-DATE (WS-TS-DATE) * 1440
               + WS-TS-HH * 60 + WS-TS-MM
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
               UNTIL WS-SCAN-INDEX > WS-USER-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-USR-ID (WS-SCAN-INDEX) = USER-ID (WS-ENTRY-INDEX)
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-SCAN-INDEX TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               COMPUTE WS-MINUTES-APART =
                   WS-ENTRY-MINUTES - WS-USR-MINUTES (WS-SLOT)
               IF WS-MINUTES-APART < 0
                   COMPUTE WS-MINUTES-APART = 0 - WS-MINUTES-APART
               END-IF
               IF WS-USR-COUNTRY (WS-SLOT) NOT = IPA-COUNTRY-CODE
                       AND WS-MINUTES-APART < WS-TRAVEL-MINUTES
                   INITIALIZE IP-SCREENING-HIT
                   SET IPH-IMPOSSIBLE-TRAVEL TO TRUE
                   MOVE WS-USR-COUNTRY (WS-SLOT) TO IPH-PRIOR-COUNTRY
                   MOVE WS-USR-IP-ADDRESS (WS-SLOT)
                       TO IPH-PRIOR-IP-ADDRESS
                   MOVE WS-USR-CREATE-TS (WS-SLOT)
                       TO IPH-PRIOR-CREATE-TS
                   MOVE WS-MINUTES-APART TO IPH-MINUTES-APART
                   MOVE "IPTV" TO WS-REASON-CODE
                   PERFORM 5000-RAISE-HIT
                   ADD 1 TO WS-TRAVEL-HITS
               END-IF
               IF CREATE-TS (WS-ENTRY-INDEX) >
                       WS-USR-CREATE-TS (WS-SLOT)
                   PERFORM 3310-SET-LATEST
               END-IF
           ELSE
               IF WS-USER-COUNT < 20000
                   ADD 1 TO WS-USER-COUNT
                   MOVE WS-USER-COUNT TO WS-SLOT
                   MOVE USER-ID (WS-ENTRY-INDEX) TO WS-USR-ID (WS-SLOT)
                   PERFORM 3310-SET-LATEST
               END-IF
           END-IF.

       3310-SET-LATEST.
           MOVE IPA-COUNTRY-CODE TO WS-USR-COUNTRY (WS-SLOT)
           MOVE IP-ADDRESS (WS-ENTRY-INDEX)
               TO WS-USR-IP-ADDRESS (WS-SLOT)
           MOVE CREATE-TS (WS-ENTRY-INDEX)
               TO WS-USR-CREATE-TS (WS-SLOT)
           MOVE WS-ENTRY-MINUTES TO WS-USR-MINUTES (WS-SLOT).

      *> The hit type and any prior fields are set by the caller. A
      *> session mismatch is keyed on the session, every other hit
      *> on the entry, so each lands on the open-exceptions master
      *> once.
       5000-RAISE-HIT.
           MOVE BATCH-ID TO IPH-BATCH-ID
           MOVE ENTRY-ID (WS-ENTRY-INDEX) TO IPH-ENTRY-ID
           MOVE USER-ID (WS-ENTRY-INDEX) TO IPH-USER-ID
           MOVE SESSION-ID (WS-ENTRY-INDEX) TO IPH-SESSION-ID
           MOVE IP-ADDRESS (WS-ENTRY-INDEX) TO IPH-IP-ADDRESS
           MOVE IPA-COUNTRY-CODE TO IPH-COUNTRY-CODE
           MOVE CREATE-TS (WS-ENTRY-INDEX) TO IPH-CREATE-TS
           MOVE AMOUNT (WS-ENTRY-INDEX) TO IPH-AMOUNT
           WRITE IP-SCREENING-HIT
           MOVE "IPSCREEN" TO EXW-SOURCE-PROGRAM
           MOVE SPACES TO EXW-EXCEPTION-KEY
           IF IPH-HOME-MISMATCH
               STRING SESSION-ID (WS-ENTRY-INDEX) " " WS-REASON-CODE
                   DELIMITED BY SIZE INTO EXW-EXCEPTION-KEY
               END-STRING
           ELSE
               STRING ENTRY-ID (WS-ENTRY-INDEX) " " WS-REASON-CODE
                   DELIMITED BY SIZE INTO EXW-EXCEPTION-KEY
               END-STRING
           END-IF
           MOVE WS-REASON-CODE TO EXW-REASON-CODE
           MOVE WS-TODAY TO EXW-RAISED-DATE
           MOVE SPACES TO EXW-DETAIL
           EVALUATE TRUE
               WHEN IPH-BAD-ADDRESS
                   STRING "USER " IPH-USER-ID
                          " SESSION " IPH-SESSION-ID
                          " ADDRESS '" IPH-IP-ADDRESS "'"
                       DELIMITED BY SIZE INTO EXW-DETAIL
                   END-STRING
               WHEN IPH-IMPOSSIBLE-TRAVEL
                   MOVE IPH-MINUTES-APART TO WS-MINUTES-DISPLAY
                   STRING "USER " IPH-USER-ID
                          " " IPH-PRIOR-COUNTRY
                          " " IPH-PRIOR-IP-ADDRESS
                          " THEN " IPH-COUNTRY-CODE
                          " " IPH-IP-ADDRESS
                          " MINUTES " WS-MINUTES-DISPLAY
                       DELIMITED BY SIZE INTO EXW-DETAIL
                   END-STRING
               WHEN IPH-HOME-MISMATCH
                   STRING "USER " IPH-USER-ID
                          " HOME " IPH-PRIOR-COUNTRY
                          " SESSION FROM " IPH-COUNTRY-CODE
                          " " IPH-IP-ADDRESS
                       DELIMITED BY SIZE INTO EXW-DETAIL
                   END-STRING
               WHEN OTHER
                   STRING "USER " IPH-USER-ID
                          " SANCTIONED " IPH-COUNTRY-CODE
                          " " IPH-IP-ADDRESS
                          " BATCH " IPH-BATCH-ID
                       DELIMITED BY SIZE INTO EXW-DETAIL
                   END-STRING
           END-EVALUATE
           WRITE EXCEPTION-WRAPPER-RECORD.
