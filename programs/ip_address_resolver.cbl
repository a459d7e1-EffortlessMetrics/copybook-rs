      *> IPADDR - Callable IPv4 address check and country resolution.
      *> Takes the request block, checks the address is four dotted
      *> decimal octets of 0 to 255 with nothing else in the field,
      *> and returns its numeric value. Private, loopback, link-local,
      *> shared, multicast and reserved blocks are returned as not
      *> routable. On a resolve request a routable address is looked
      *> up on the geolocation master, which stays open across calls
      *> until the caller's end-of-run call closes it; a master that
      *> cannot be opened leaves every address unresolved.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPADDR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEOLOCATION-MASTER ASSIGN TO "IPGEO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPG-RANGE-END-NUMBER
               FILE STATUS IS WS-GEO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GEOLOCATION-MASTER.
           COPY ip_geolocation_record.

       WORKING-STORAGE SECTION.
       01  WS-GEO-STATUS               PIC X(2).
       01  WS-MASTER-STATE             PIC X(1) VALUE 'N'.
           88  WS-MASTER-OPEN          VALUE 'Y'.
           88  WS-MASTER-FAILED        VALUE 'F'.
       01  WS-ADDRESS-LENGTH           PIC 9(2) COMP.
       01  WS-PART-COUNT               PIC 9(2) COMP.
       01  WS-OCTET-INDEX              PIC 9(1) COMP.
       01  WS-PARTS.
           05  WS-PART OCCURS 5 TIMES  PIC X(3) JUSTIFIED RIGHT.
       01  WS-PART-LENGTHS.
           05  WS-PART-LENGTH OCCURS 5 TIMES PIC 9(2) COMP.
       01  WS-OCTET-WORK               PIC X(3).
       01  WS-OCTET-VALUE REDEFINES WS-OCTET-WORK PIC 9(3).
       01  WS-OCTETS.
           05  WS-OCTET OCCURS 4 TIMES PIC 9(3).

       LINKAGE SECTION.
           COPY ip_address_request.

       PROCEDURE DIVISION USING IP-ADDRESS-REQUEST.
       0000-MAIN.
           EVALUATE TRUE
               WHEN IPA-END-OF-RUN
                   IF WS-MASTER-OPEN
                       CLOSE GEOLOCATION-MASTER
                   END-IF
                   MOVE 'N' TO WS-MASTER-STATE
               WHEN OTHER
                   MOVE 0 TO IPA-ADDRESS-NUMBER
                   MOVE SPACES TO IPA-COUNTRY-CODE
                   PERFORM 1000-PARSE-ADDRESS
                   IF IPA-RESOLVED
                       PERFORM 2000-CHECK-ROUTABLE
                   END-IF
                   IF IPA-RESOLVED
                       SET IPA-UNRESOLVED TO TRUE
                       IF IPA-RESOLVE
                           PERFORM 3000-RESOLVE-COUNTRY
                       END-IF
                   END-IF
           END-EVALUATE
           GOBACK.

      *> The address must run unbroken from the first position, split
      *> into exactly four parts of one to three digits each.
       1000-PARSE-ADDRESS.
           SET IPA-RESOLVED TO TRUE
           MOVE 0 TO WS-ADDRESS-LENGTH
           INSPECT IPA-ADDRESS TALLYING WS-ADDRESS-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ADDRESS-LENGTH < 7
               SET IPA-MALFORMED TO TRUE
           END-IF
           IF IPA-RESOLVED AND WS-ADDRESS-LENGTH < 15
               IF IPA-ADDRESS (WS-ADDRESS-LENGTH + 1:) NOT = SPACES
                   SET IPA-MALFORMED TO TRUE
               END-IF
           END-IF
           IF IPA-RESOLVED
               MOVE SPACES TO WS-PARTS
               MOVE 0 TO WS-PART-COUNT
               INITIALIZE WS-PART-LENGTHS
               UNSTRING IPA-ADDRESS (1:WS-ADDRESS-LENGTH)
                   DELIMITED BY '.'
                   INTO WS-PART (1) COUNT IN WS-PART-LENGTH (1)
                        WS-PART (2) COUNT IN WS-PART-LENGTH (2)
                        WS-PART (3) COUNT IN WS-PART-LENGTH (3)
                        WS-PART (4) COUNT IN WS-PART-LENGTH (4)
                        WS-PART (5) COUNT IN WS-PART-LENGTH (5)
                   TALLYING IN WS-PART-COUNT
               END-UNSTRING
               IF WS-PART-COUNT NOT = 4
                   SET IPA-MALFORMED TO TRUE
               END-IF
           END-IF
           IF IPA-RESOLVED
               PERFORM VARYING WS-OCTET-INDEX FROM 1 BY 1
                   UNTIL WS-OCTET-INDEX > 4 OR IPA-MALFORMED
                   PERFORM 1100-CHECK-OCTET
               END-PERFORM
           END-IF
           IF IPA-RESOLVED
               COMPUTE IPA-ADDRESS-NUMBER =
                   WS-OCTET (1) * 16777216 + WS-OCTET (2) * 65536
                   + WS-OCTET (3) * 256 + WS-OCTET (4)
           END-IF.

       1100-CHECK-OCTET.
           IF WS-PART-LENGTH (WS-OCTET-INDEX) < 1
                   OR WS-PART-LENGTH (WS-OCTET-INDEX) > 3
               SET IPA-MALFORMED TO TRUE
           ELSE
               MOVE WS-PART (WS-OCTET-INDEX) TO WS-OCTET-WORK
               INSPECT WS-OCTET-WORK REPLACING LEADING SPACE BY '0'
               IF WS-OCTET-WORK NOT NUMERIC
                   SET IPA-MALFORMED TO TRUE
               ELSE
                   IF WS-OCTET-VALUE > 255
                       SET IPA-MALFORMED TO TRUE
                   ELSE
                       MOVE WS-OCTET-VALUE
                           TO WS-OCTET (WS-OCTET-INDEX)
                   END-IF
               END-IF
           END-IF.

      *> This-network, private, shared carrier, loopback, link-local,
      *> documentation, multicast and reserved space cannot place a
      *> session anywhere.
       2000-CHECK-ROUTABLE.
           EVALUATE TRUE
               WHEN WS-OCTET (1) = 0
               WHEN WS-OCTET (1) = 10
               WHEN WS-OCTET (1) = 127
               WHEN WS-OCTET (1) >= 224
               WHEN WS-OCTET (1) = 100
                   AND WS-OCTET (2) >= 64 AND WS-OCTET (2) <= 127
               WHEN WS-OCTET (1) = 169 AND WS-OCTET (2) = 254
               WHEN WS-OCTET (1) = 172
                   AND WS-OCTET (2) >= 16 AND WS-OCTET (2) <= 31
               WHEN WS-OCTET (1) = 192 AND WS-OCTET (2) = 168
               WHEN WS-OCTET (1) = 192 AND WS-OCTET (2) = 0
                   AND WS-OCTET (3) = 2
               WHEN WS-OCTET (1) = 198 AND WS-OCTET (2) = 51
                   AND WS-OCTET (3) = 100
               WHEN WS-OCTET (1) = 203 AND WS-OCTET (2) = 0
                   AND WS-OCTET (3) = 113
                   SET IPA-NON-ROUTABLE TO TRUE
           END-EVALUATE.

      *> The first range ending at or above the address holds it if
      *> it also starts at or below it; otherwise the address falls
      *> in a gap between ranges.
       3000-RESOLVE-COUNTRY.
           IF NOT WS-MASTER-OPEN AND NOT WS-MASTER-FAILED
               OPEN INPUT GEOLOCATION-MASTER
               IF WS-GEO-STATUS = "00"
                   SET WS-MASTER-OPEN TO TRUE
               ELSE
                   SET WS-MASTER-FAILED TO TRUE
               END-IF
           END-IF
           IF WS-MASTER-OPEN
               MOVE IPA-ADDRESS-NUMBER TO IPG-RANGE-END-NUMBER
               START GEOLOCATION-MASTER
                   KEY IS NOT LESS THAN IPG-RANGE-END-NUMBER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ GEOLOCATION-MASTER NEXT
                           AT END CONTINUE
                           NOT AT END
                               IF IPG-RANGE-START-NUMBER
                                       <= IPA-ADDRESS-NUMBER
                                   MOVE IPG-COUNTRY-CODE
                                       TO IPA-COUNTRY-CODE
                                   SET IPA-RESOLVED TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.
