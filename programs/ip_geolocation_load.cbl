      *> IPGEOLD - IP geolocation reference load. The vendor ships the
      *> whole IPv4 range-to-country table each time, so the master
      *> is rebuilt from the feed rather than updated. A row is taken
      *> only when both ends are well-formed addresses, the range does
      *> not run backwards, a country is given, and the range starts
      *> above the end of the last range taken - the feed comes in
      *> address order and ranges may not overlap, or an address
      *> could resolve to two countries. Refused rows go to the
      *> reject file untouched and the run closes with a recap.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPGEOLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO "IPGEOFD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GEOLOCATION-MASTER ASSIGN TO "IPGEO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPG-RANGE-END-NUMBER.
           SELECT REJECT-FILE ASSIGN TO "IPGEORJ"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
           COPY ip_geolocation_feed_record.
       FD  GEOLOCATION-MASTER.
           COPY ip_geolocation_record.
       FD  REJECT-FILE.
           COPY ip_geolocation_feed_record
               REPLACING ==IP-GEOLOCATION-FEED-RECORD== BY
                         ==IP-GEOLOCATION-FEED-REJECT==
                         LEADING ==IGF== BY ==IGX==.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-ROW-STATE                PIC X(1).
           88  WS-ROW-VALID            VALUE 'Y'.
       01  WS-START-NUMBER             PIC 9(10).
       01  WS-END-NUMBER               PIC 9(10).
       01  WS-LAST-END-NUMBER          PIC 9(10) VALUE 0.
       01  WS-FIRST-ROW                PIC X(1) VALUE 'Y'.
           88  WS-NO-ROW-TAKEN         VALUE 'Y'.
           COPY ip_address_request.
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-LOADED-COUNT         PIC 9(9) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           OPEN INPUT FEED-FILE
           OPEN OUTPUT GEOLOCATION-MASTER REJECT-FILE
           PERFORM 1000-READ-FEED
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               PERFORM 2000-LOAD-RANGE
               PERFORM 1000-READ-FEED
           END-PERFORM
           CLOSE FEED-FILE GEOLOCATION-MASTER REJECT-FILE
           DISPLAY "IPGEOLD: READ=" WS-READ-COUNT
                   " LOADED=" WS-LOADED-COUNT
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

       1000-READ-FEED.
           READ FEED-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-LOAD-RANGE.
           MOVE 'Y' TO WS-ROW-STATE
           SET IPA-PARSE-ONLY TO TRUE
           MOVE IGF-RANGE-START TO IPA-ADDRESS
           CALL "IPADDR" USING IP-ADDRESS-REQUEST
           END-CALL
           IF IPA-MALFORMED
               MOVE 'N' TO WS-ROW-STATE
           END-IF
           MOVE IPA-ADDRESS-NUMBER TO WS-START-NUMBER
           MOVE IGF-RANGE-END TO IPA-ADDRESS
           CALL "IPADDR" USING IP-ADDRESS-REQUEST
           END-CALL
           IF IPA-MALFORMED
               MOVE 'N' TO WS-ROW-STATE
           END-IF
           MOVE IPA-ADDRESS-NUMBER TO WS-END-NUMBER
           IF WS-START-NUMBER > WS-END-NUMBER
                   OR IGF-COUNTRY-CODE = SPACES
               MOVE 'N' TO WS-ROW-STATE
           END-IF
           IF NOT WS-NO-ROW-TAKEN
                   AND WS-START-NUMBER <= WS-LAST-END-NUMBER
               MOVE 'N' TO WS-ROW-STATE
           END-IF
           IF WS-ROW-VALID
               MOVE WS-END-NUMBER TO IPG-RANGE-END-NUMBER
               MOVE WS-START-NUMBER TO IPG-RANGE-START-NUMBER
               MOVE IGF-COUNTRY-CODE TO IPG-COUNTRY-CODE
               MOVE IGF-REGION-NAME TO IPG-REGION-NAME
               MOVE IGF-RANGE-START TO IPG-RANGE-START
               MOVE IGF-RANGE-END TO IPG-RANGE-END
               MOVE WS-TODAY TO IPG-LOADED-DATE
               WRITE IP-GEOLOCATION-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-ROW-STATE
               END-WRITE
           END-IF
           IF WS-ROW-VALID
               MOVE WS-END-NUMBER TO WS-LAST-END-NUMBER
               MOVE 'N' TO WS-FIRST-ROW
               ADD 1 TO WS-LOADED-COUNT
           ELSE
               MOVE IP-GEOLOCATION-FEED-RECORD
                   TO IP-GEOLOCATION-FEED-REJECT
               WRITE IP-GEOLOCATION-FEED-REJECT
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
