      * PACSGEN - ISO 20022 pacs.008 outbound message generation for
      * wires. Every wire released to PAYWIRGO goes to the
      * correspondent as a customer credit transfer in one pacs.008
      * message per run: debtor and creditor from SENDER-INFO and
      * RECEIVER-INFO, the debtor and creditor agents from their ABA
      * routing numbers and institution names on the routing
      * directory (the creditor agent's SWIFT-CODE as its BIC), the
      * interbank settlement amount from TRANSFER-AMOUNT, and the
      * debtor-borne charges from WIRE-FEE and PROCESSING-FEE. Every
      * free-text field is held to the message character set: a name
      * is cut back to its last permitted character and reported, an
      * identifier that breaks the rules - or a name with nothing
      * left - keeps the wire off the message onto the exception
      * file. A message holds at most 5000 transactions; a clean
      * wire beyond that is reported on the exception file as held
      * and its image is written to the carry-forward file PACSHLDO,
      * which the next run reads as PACSHLDI ahead of PAYWIRGO, so
      * held wires go out first on the following message. On the
      * first run PACSHLDI is an empty file. The message ID is unique
      * per run and each transaction carries the wire's TRANS-ID as
      * its end-to-end ID. The batch posts its trailer to the
      * manifest control stream.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PACSGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PACSPARM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT WIRE-FILE ASSIGN TO "PAYWIRGO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DIRECTORY-MASTER ASSIGN TO "ABADIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RDR-ROUTING-NUMBER.
           SELECT MESSAGE-FILE ASSIGN TO "PACS008"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "PACSEXC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HOLD-IN-FILE ASSIGN TO "PACSHLDI"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HOLD-OUT-FILE ASSIGN TO "PACSHLDO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MANIFEST-CONTROL-FILE ASSIGN TO "MANIFCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANIF-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
           COPY pacs_message_parm.
       FD  WIRE-FILE.
           COPY ac5_redefines_complex.
       FD  DIRECTORY-MASTER.
           COPY routing_directory_record.
       FD  MESSAGE-FILE.
           COPY pacs_message_line.
       FD  EXCEPTION-FILE.
           COPY pacs_exception_line.
       FD  HOLD-IN-FILE.
       01  HOLD-IN-RECORD              PIC X(335).
       FD  HOLD-OUT-FILE.
       01  HOLD-OUT-RECORD             PIC X(335).
       FD  MANIFEST-CONTROL-FILE.
           COPY control_total_trailer_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-MANIF-STATUS             PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05  WS-TODAY-YEAR           PIC 9(4).
           05  WS-TODAY-MONTH          PIC 9(2).
           05  WS-TODAY-DAY            PIC 9(2).
       01  WS-CLOCK                    PIC X(21).
       01  WS-ISO-DATE                 PIC X(10).
       01  WS-MESSAGE-ID               PIC X(35).
       01  WS-WIRE-STATE               PIC X(1).
           88  WS-WIRE-PASSES          VALUE 'Y'.
           88  WS-WIRE-REJECTED        VALUE 'N'.
           88  WS-WIRE-HELD            VALUE 'H'.
      * Character-set check - letters, digits, space and the
      * punctuation the message character set permits.
       01  WS-CHAR                     PIC X(1).
           88  WS-CHAR-PUNCTUATION     VALUES '/' '-' '?' ':' '('
                                              ')' '.' ',' "'" '+'.
       01  WS-CHAR-INDEX               PIC 9(3) COMP.
       01  WS-TEXT                     PIC X(40).
       01  WS-TEXT-LEN                 PIC 9(3) COMP.
       01  WS-TEXT-STATE               PIC X(1).
           88  WS-TEXT-CLEAN           VALUE 'C'.
           88  WS-TEXT-CUT             VALUE 'T'.
       01  WS-FIELD-NAME               PIC X(16).
      * XML writing - the element tag, its value, and the running
      * indentation of the document.
       01  WS-TAG                      PIC X(24).
       01  WS-VALUE                    PIC X(140).
       01  WS-VALUE-LEN                PIC 9(3) COMP.
       01  WS-INDENT                   PIC 9(3) COMP VALUE 0.
       01  WS-LINE-POINTER             PIC 9(3) COMP.
       01  WS-AMOUNT                   PIC S9(13)V99.
       01  WS-AMOUNT-EDIT              PIC Z(12)9.99.
       01  WS-AMOUNT-LEAD              PIC 9(3) COMP.
       01  WS-COUNT-EDIT               PIC Z(8)9.
       01  WS-INSTITUTION              PIC X(40).
       01  WS-ENTRY-INDEX              PIC 9(5) COMP.
       01  WS-ENTRY-COUNT              PIC 9(5) COMP VALUE 0.
       01  WS-WIRE-TABLE.
           05  WS-WIRE-ENTRY OCCURS 5000 TIMES.
               10  WS-WIRE-IMAGE       PIC X(335).
               10  WS-SENDER-LEN       PIC 9(3) COMP.
               10  WS-RECEIVER-LEN     PIC 9(3) COMP.
       01  WS-TOTALS.
           05  WS-SETTLEMENT-TOTAL     PIC S9(15)V99 VALUE 0.
           05  WS-FEE-AMOUNT           PIC S9(13)V99.
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-TRUNCATED-COUNT      PIC 9(9) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(9) VALUE 0.
           05  WS-HELD-COUNT           PIC 9(9) VALUE 0.
           05  WS-CARRIED-COUNT        PIC 9(9) VALUE 0.
           05  WS-LINE-COUNT           PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 0100-READ-MESSAGE-PARM
           OPEN INPUT WIRE-FILE HOLD-IN-FILE
           OPEN OUTPUT EXCEPTION-FILE HOLD-OUT-FILE
           PERFORM 1100-READ-HELD-WIRE
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-CARRIED-COUNT
               PERFORM 2000-EDIT-WIRE
               PERFORM 1100-READ-HELD-WIRE
           END-PERFORM
           MOVE 'N' TO WS-EOF
           PERFORM 1000-READ-WIRE
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               IF WIRE-TRANS-TYPE
                   PERFORM 2000-EDIT-WIRE
               END-IF
               PERFORM 1000-READ-WIRE
           END-PERFORM
           CLOSE WIRE-FILE HOLD-IN-FILE EXCEPTION-FILE HOLD-OUT-FILE
           OPEN INPUT DIRECTORY-MASTER
           OPEN OUTPUT MESSAGE-FILE
           IF WS-ENTRY-COUNT > 0
               PERFORM 3000-WRITE-GROUP-HEADER
               PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
                   UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
                   MOVE WS-WIRE-IMAGE (WS-ENTRY-INDEX)
                       TO FINANCIAL-TRANSACTION-RECORD
                   PERFORM 4000-WRITE-TRANSACTION
               END-PERFORM
               PERFORM 5000-CLOSE-DOCUMENT
           END-IF
           CLOSE DIRECTORY-MASTER MESSAGE-FILE
           PERFORM 9100-POST-MANIFEST-TRAILER
           DISPLAY "PACSGEN: READ=" WS-READ-COUNT
                   " CARRIED=" WS-CARRIED-COUNT
                   " TRANSACTIONS=" WS-ENTRY-COUNT
                   " TRUNCATED=" WS-TRUNCATED-COUNT
                   " REJECTED=" WS-REJECT-COUNT
                   " HELD=" WS-HELD-COUNT
                   " LINES=" WS-LINE-COUNT
           GOBACK.

      * Every run processes the run-control business date; the
      * calendar date only stands in when RUNCTRL is absent. The
      * wall clock stamps the message creation time and ID.
       0050-READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CLOCK
           MOVE WS-CLOCK (1:8) TO WS-TODAY
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTRL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE RNC-BUSINESS-DATE TO WS-TODAY
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           MOVE SPACES TO WS-ISO-DATE
           STRING WS-TODAY-YEAR "-" WS-TODAY-MONTH "-" WS-TODAY-DAY
               DELIMITED BY SIZE INTO WS-ISO-DATE
           END-STRING.

      * The message ID is the prefix and the creation timestamp to
      * the hundredth of a second, so no two runs share one.
       0100-READ-MESSAGE-PARM.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   INITIALIZE PACS-MESSAGE-PARM
                   MOVE "USD" TO PMP-CURRENCY
           END-READ
           CLOSE PARM-FILE
           MOVE SPACES TO WS-MESSAGE-ID
           STRING PMP-MSG-ID-PREFIX DELIMITED BY SPACE
                  WS-CLOCK (1:16) DELIMITED BY SIZE
               INTO WS-MESSAGE-ID
           END-STRING.

       1000-READ-WIRE.
           READ WIRE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      * A wire held off the previous run's message is edited again
      * from its carried image, ahead of today's releases.
       1100-READ-HELD-WIRE.
           READ HOLD-IN-FILE INTO FINANCIAL-TRANSACTION-RECORD
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      * Identifiers must be present and clean; names may be cut back
      * but must keep at least one character.
       2000-EDIT-WIRE.
           MOVE 'Y' TO WS-WIRE-STATE
           MOVE "TRANS-ID" TO WS-FIELD-NAME
           MOVE TRANS-ID TO WS-TEXT
           PERFORM 2200-EDIT-IDENTIFIER
           MOVE "REFERENCE-NUM" TO WS-FIELD-NAME
           MOVE REFERENCE-NUM TO WS-TEXT
           PERFORM 2200-EDIT-IDENTIFIER
           MOVE "SENDER-ACCOUNT" TO WS-FIELD-NAME
           MOVE SENDER-ACCOUNT TO WS-TEXT
           PERFORM 2200-EDIT-IDENTIFIER
           MOVE "RECEIVER-ACCOUNT" TO WS-FIELD-NAME
           MOVE RECEIVER-ACCOUNT TO WS-TEXT
           PERFORM 2200-EDIT-IDENTIFIER
           IF WS-WIRE-PASSES AND WS-ENTRY-COUNT NOT < 5000
               MOVE "MESSAGE-FULL" TO WS-FIELD-NAME
               MOVE TRANS-ID TO WS-TEXT
               SET PXL-HELD TO TRUE
               PERFORM 9000-WRITE-EXCEPTION
               WRITE HOLD-OUT-RECORD FROM FINANCIAL-TRANSACTION-RECORD
               ADD 1 TO WS-HELD-COUNT
               MOVE 'H' TO WS-WIRE-STATE
           END-IF
           IF WS-WIRE-PASSES
               ADD 1 TO WS-ENTRY-COUNT
               MOVE "SENDER-NAME" TO WS-FIELD-NAME
               MOVE SENDER-NAME TO WS-TEXT
               PERFORM 2300-EDIT-NAME
               MOVE WS-TEXT-LEN TO WS-SENDER-LEN (WS-ENTRY-COUNT)
               MOVE "RECEIVER-NAME" TO WS-FIELD-NAME
               MOVE RECEIVER-NAME TO WS-TEXT
               PERFORM 2300-EDIT-NAME
               MOVE WS-TEXT-LEN TO WS-RECEIVER-LEN (WS-ENTRY-COUNT)
               IF WS-WIRE-PASSES
                   MOVE FINANCIAL-TRANSACTION-RECORD
                       TO WS-WIRE-IMAGE (WS-ENTRY-COUNT)
                   IF TRANSFER-AMOUNT < 0
                       SUBTRACT TRANSFER-AMOUNT
                           FROM WS-SETTLEMENT-TOTAL
                   ELSE
                       ADD TRANSFER-AMOUNT TO WS-SETTLEMENT-TOTAL
                   END-IF
               ELSE
                   SUBTRACT 1 FROM WS-ENTRY-COUNT
               END-IF
           END-IF
           IF WS-WIRE-REJECTED
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

      * Scans WS-TEXT up to the first character outside the set;
      * WS-TEXT-LEN ends as the length of the clean part without
      * trailing spaces.
       2100-SCAN-TEXT.
           SET WS-TEXT-CLEAN TO TRUE
           MOVE 0 TO WS-TEXT-LEN
           PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
               UNTIL WS-CHAR-INDEX > 40 OR NOT WS-TEXT-CLEAN
               MOVE WS-TEXT (WS-CHAR-INDEX:1) TO WS-CHAR
               IF WS-CHAR IS ALPHABETIC OR WS-CHAR IS NUMERIC
                       OR WS-CHAR-PUNCTUATION
                   IF WS-CHAR NOT = SPACE
                       MOVE WS-CHAR-INDEX TO WS-TEXT-LEN
                   END-IF
               ELSE
                   SET WS-TEXT-CUT TO TRUE
               END-IF
           END-PERFORM.

       2200-EDIT-IDENTIFIER.
           PERFORM 2100-SCAN-TEXT
           IF NOT WS-TEXT-CLEAN OR WS-TEXT-LEN = 0
               SET PXL-REJECTED TO TRUE
               PERFORM 9000-WRITE-EXCEPTION
               MOVE 'N' TO WS-WIRE-STATE
           END-IF.

       2300-EDIT-NAME.
           PERFORM 2100-SCAN-TEXT
           EVALUATE TRUE
               WHEN WS-TEXT-LEN = 0
                   SET PXL-REJECTED TO TRUE
                   PERFORM 9000-WRITE-EXCEPTION
                   MOVE 'N' TO WS-WIRE-STATE
               WHEN WS-TEXT-CUT
                   SET PXL-TRUNCATED TO TRUE
                   PERFORM 9000-WRITE-EXCEPTION
                   ADD 1 TO WS-TRUNCATED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-WRITE-GROUP-HEADER.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO PML-TEXT
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO PML-TEXT
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                  'pacs.008.001.08">' DELIMITED BY SIZE
               INTO PML-TEXT
           END-STRING
           PERFORM 8000-WRITE-LINE
           MOVE 2 TO WS-INDENT
           MOVE "FIToFICstmrCdtTrf" TO WS-TAG
           PERFORM 8200-OPEN-ELEMENT
           MOVE "GrpHdr" TO WS-TAG
           PERFORM 8200-OPEN-ELEMENT
           MOVE "MsgId" TO WS-TAG
           MOVE WS-MESSAGE-ID TO WS-VALUE
           PERFORM 8100-WRITE-ELEMENT
           MOVE "CreDtTm" TO WS-TAG
           MOVE SPACES TO WS-VALUE
           STRING WS-CLOCK (1:4) "-" WS-CLOCK (5:2) "-" WS-CLOCK (7:2)
                  "T" WS-CLOCK (9:2) ":" WS-CLOCK (11:2) ":"
                  WS-CLOCK (13:2)
               DELIMITED BY SIZE INTO WS-VALUE
           END-STRING
           PERFORM 8100-WRITE-ELEMENT
           MOVE "NbOfTxs" TO WS-TAG
           MOVE WS-ENTRY-COUNT TO WS-COUNT-EDIT
           MOVE 0 TO WS-AMOUNT-LEAD
           INSPECT WS-COUNT-EDIT TALLYING WS-AMOUNT-LEAD
               FOR LEADING SPACES
           MOVE WS-COUNT-EDIT (WS-AMOUNT-LEAD + 1:) TO WS-VALUE
           PERFORM 8100-WRITE-ELEMENT
           MOVE "TtlIntrBkSttlmAmt" TO WS-TAG
           MOVE WS-SETTLEMENT-TOTAL TO WS-AMOUNT
           PERFORM 8300-WRITE-AMOUNT
           MOVE "IntrBkSttlmDt" TO WS-TAG
           MOVE WS-ISO-DATE TO WS-VALUE
           PERFORM 8100-WRITE-ELEMENT
           MOVE "SttlmInf" TO WS-TAG
           PERFORM 8200-OPEN-ELEMENT
           MOVE "SttlmMtd" TO WS-TAG
           MOVE "INDA" TO WS-VALUE
           PERFORM 8100-WRITE-ELEMENT
           MOVE "SttlmInf" TO WS-TAG
           PERFORM 8400-CLOSE-ELEMENT
           MOVE "InstgAgt" TO WS-TAG
           MOVE PMP-INSTRUCTING-BIC TO WS-VALUE
           PERFORM 3100-WRITE-BIC-AGENT
           MOVE "InstdAgt" TO WS-TAG
           MOVE PMP-INSTRUCTED-BIC TO WS-VALUE
           PERFORM 3100-WRITE-BIC-AGENT
           MOVE "GrpHdr" TO WS-TAG
           PERFORM 8400-CLOSE-ELEMENT.

      * An agent named by BIC alone; WS-TAG names the agent role and
      * WS-VALUE carries the BIC.
       3100-WRITE-BIC-AGENT.
           PERFORM 8200-OPEN-ELEMENT
           MOVE WS-TAG TO WS-FIELD-NAME
           MOVE "FinInstnId" TO WS-TAG
           PERFORM 8200-OPEN-ELEMENT
           MOVE "BICFI" TO WS-TAG
           PERFORM 8100-WRITE-ELEMENT
           MOVE "FinInstnId" TO WS-TAG
           PERFORM 8400-CLOSE-ELEMENT
           MOVE WS-FIELD-NAME TO WS-TAG
           PERFORM 8400-CLOSE-ELEMENT.

       4000-WRITE-TRANSACTION.
           MOVE "CdtTrfTxInf" TO WS-TAG
           PERFORM 8200-OPEN-ELEMENT
           MOVE "PmtId" TO WS-TAG
           PERFORM 8200-OPEN-ELEMENT
           MOVE "InstrId" TO WS-TAG
           MOVE REFERENCE-NUM TO WS-VALUE
           PERFORM 8100-WRITE-ELEMENT
           MOVE "EndToEndId" TO WS-TAG
           MOVE TRANS-ID TO WS-VALUE
           PERFORM 8100-WRITE-ELEMENT
           MOVE "TxId" TO WS-TAG
           MOVE TRANS-ID TO WS-VALUE
           PERFORM 8100-WRITE-ELEMENT
           MOVE "PmtId" TO WS-TAG
           PERFORM 8400-CLOSE-ELEMENT
           MOVE "IntrBkSttlmAmt" TO WS-TAG
           IF TRANSFER-AMOUNT < 0
               COMPUTE WS-AMOUNT = 0 - TRANSFER-AMOUNT
           ELSE
               MOVE TRANSFER-AMOUNT TO WS-AMOUNT
           END-IF
           PERFORM 8300-WRITE-AMOUNT
           MOVE "ChrgBr" TO WS-TAG
           MOVE "DEBT" TO WS-VALUE
           PERFORM 8100-WRITE-ELEMENT
           COMPUTE WS-FEE-AMOUNT = WIRE-FEE + PROCESSING-FEE
           IF WS-FEE-AMOUNT > 0
               PERFORM 4100-WRITE-CHARGES
           END-IF
           MOVE "Dbtr" TO WS-TAG
           MOVE SPACES TO WS-VALUE
           MOVE SENDER-NAME (1:WS-SENDER-LEN (WS-ENTRY-INDEX))
               TO WS-VALUE
           PERFORM 4200-WRITE-PARTY
           MOVE "DbtrAcct" TO WS-TAG
           MOVE SENDER-ACCOUNT TO WS-VALUE
           PERFORM 4300-WRITE-ACCOUNT
           MOVE "DbtrAgt" TO WS-TAG
           MOVE SPACES TO WS-VALUE
           MOVE SENDER-ROUTING TO RDR-ROUTING-NUMBER
           PERFORM 4400-WRITE-ROUTED-AGENT
           MOVE "CdtrAgt" TO WS-TAG
           MOVE SWIFT-CODE TO WS-VALUE
           MOVE RECEIVER-ROUTING TO RDR-ROUTING-NUMBER
           PERFORM 4400-WRITE-ROUTED-AGENT
           MOVE "Cdtr" TO WS-TAG
           MOVE SPACES TO WS-VALUE
           MOVE RECEIVER-NAME (1:WS-RECEIVER-LEN (WS-ENTRY-INDEX))
               TO WS-VALUE
           PERFORM 4200-WRITE-PARTY
           MOVE "CdtrAcct" TO WS-TAG
           MOVE RECEIVER-ACCOUNT TO WS-VALUE
           PERFORM 4300-WRITE-ACCOUNT
           MOVE "CdtTrfTxInf" TO WS-TAG
           PERFORM 8400-CLOSE-ELEMENT.

      * The debtor bears the charges; the wire and processing fees
      * are taken by us as instructing agent.
       4100-WRITE-CHARGES.
           MOVE "ChrgsInf" TO WS-TAG
           PERFORM 8200-OPEN-ELEMENT
           MOVE "Amt" TO WS-TAG
           MOVE WS-FEE-AMOUNT TO WS-AMOUNT
           PERFORM 8300-WRITE-AMOUNT
           MOVE "Agt" TO WS-TAG
           MOVE PMP-INSTRUCTING-BIC TO WS-VALUE
           PERFORM 3100-WRITE-BIC-AGENT
           MOVE "ChrgsInf" TO WS-TAG
           PERFORM 8400-CLOSE-ELEMENT.

      * WS-TAG names the party role, WS-VALUE carries its name.
       4200-WRITE-PARTY.
           PERFORM 8200-OPEN-ELEMENT
           MOVE WS-TAG TO WS-FIELD-NAME
           MOVE "Nm" TO WS-TAG
           PERFORM 8100-WRITE-ELEMENT
           MOVE WS-FIELD-NAME TO WS-TAG
           PERFORM 8400-CLOSE-ELEMENT.

       4300-WRITE-ACCOUNT.
           PERFORM 8200-OPEN-ELEMENT
           MOVE WS-TAG TO WS-FIELD-NAME
           MOVE "Id" TO WS-TAG
           PERFORM 8200-OPEN-ELEMENT
           MOVE "Othr" TO WS-TAG
           PERFORM 8200-OPEN-ELEMENT
           MOVE "Id" TO WS-TAG
           PERFORM 8100-WRITE-ELEMENT
           MOVE "Othr" TO WS-TAG
           PERFORM 8400-CLOSE-ELEMENT
           MOVE "Id" TO WS-TAG
           PERFORM 8400-CLOSE-ELEMENT
           MOVE WS-FIELD-NAME TO WS-TAG
           PERFORM 8400-CLOSE-ELEMENT.

      * An agent identified by its ABA routing number, with its BIC
      * ahead of it where WS-VALUE carries one and its institution
      * name from the routing directory where the number is on file.
       4400-WRITE-ROUTED-AGENT.
           MOVE SPACES TO WS-INSTITUTION
           READ DIRECTORY-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE RDR-INSTITUTION TO WS-TEXT
                   PERFORM 2100-SCAN-TEXT
                   IF WS-TEXT-LEN > 0
                       MOVE WS-TEXT (1:WS-TEXT-LEN) TO WS-INSTITUTION
                   END-IF
           END-READ
           PERFORM 8200-OPEN-ELEMENT
           MOVE WS-TAG TO WS-FIELD-NAME
           MOVE "FinInstnId" TO WS-TAG
           PERFORM 8200-OPEN-ELEMENT
           IF WS-VALUE NOT = SPACES
               MOVE "BICFI" TO WS-TAG
               PERFORM 8100-WRITE-ELEMENT
           END-IF
           MOVE "ClrSysMmbId" TO WS-TAG
           PERFORM 8200-OPEN-ELEMENT
           MOVE "ClrSysId" TO WS-TAG
           PERFORM 8200-OPEN-ELEMENT
           MOVE "Cd" TO WS-TAG
           MOVE "USABA" TO WS-VALUE
           PERFORM 8100-WRITE-ELEMENT
           MOVE "ClrSysId" TO WS-TAG
           PERFORM 8400-CLOSE-ELEMENT
           MOVE "MmbId" TO WS-TAG
           MOVE RDR-ROUTING-NUMBER TO WS-VALUE
           PERFORM 8100-WRITE-ELEMENT
           MOVE "ClrSysMmbId" TO WS-TAG
           PERFORM 8400-CLOSE-ELEMENT
           IF WS-INSTITUTION NOT = SPACES
               MOVE "Nm" TO WS-TAG
               MOVE WS-INSTITUTION TO WS-VALUE
               PERFORM 8100-WRITE-ELEMENT
           END-IF
           MOVE "FinInstnId" TO WS-TAG
           PERFORM 8400-CLOSE-ELEMENT
           MOVE WS-FIELD-NAME TO WS-TAG
           PERFORM 8400-CLOSE-ELEMENT.

       5000-CLOSE-DOCUMENT.
           MOVE "FIToFICstmrCdtTrf" TO WS-TAG
           PERFORM 8400-CLOSE-ELEMENT
           MOVE "</Document>" TO PML-TEXT
           PERFORM 8000-WRITE-LINE.

       8000-WRITE-LINE.
           WRITE PACS-MESSAGE-LINE
           ADD 1 TO WS-LINE-COUNT.

      * <Tag>value</Tag> on one line, the value without its trailing
      * spaces.
       8100-WRITE-ELEMENT.
           MOVE 140 TO WS-VALUE-LEN
           PERFORM UNTIL WS-VALUE-LEN = 0
               OR WS-VALUE (WS-VALUE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-VALUE-LEN
           END-PERFORM
           IF WS-VALUE-LEN = 0
               MOVE 1 TO WS-VALUE-LEN
           END-IF
           MOVE SPACES TO PML-TEXT
           COMPUTE WS-LINE-POINTER = WS-INDENT + 1
           STRING "<" WS-TAG DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
                  WS-VALUE (1:WS-VALUE-LEN) DELIMITED BY SIZE
                  "</" WS-TAG DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
               INTO PML-TEXT WITH POINTER WS-LINE-POINTER
           END-STRING
           PERFORM 8000-WRITE-LINE.

       8200-OPEN-ELEMENT.
           MOVE SPACES TO PML-TEXT
           COMPUTE WS-LINE-POINTER = WS-INDENT + 1
           STRING "<" WS-TAG DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
               INTO PML-TEXT WITH POINTER WS-LINE-POINTER
           END-STRING
           PERFORM 8000-WRITE-LINE
           ADD 2 TO WS-INDENT.

      * <Tag Ccy="...">amount</Tag>, the amount with two decimals
      * and no leading zeros.
       8300-WRITE-AMOUNT.
           MOVE WS-AMOUNT TO WS-AMOUNT-EDIT
           MOVE 0 TO WS-AMOUNT-LEAD
           INSPECT WS-AMOUNT-EDIT TALLYING WS-AMOUNT-LEAD
               FOR LEADING SPACES
           MOVE SPACES TO PML-TEXT
           COMPUTE WS-LINE-POINTER = WS-INDENT + 1
           STRING "<" WS-TAG DELIMITED BY SPACE
                  ' Ccy="' PMP-CURRENCY '">' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT (WS-AMOUNT-LEAD + 1:)
                      DELIMITED BY SIZE
                  "</" WS-TAG DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
               INTO PML-TEXT WITH POINTER WS-LINE-POINTER
           END-STRING
           PERFORM 8000-WRITE-LINE.

       8400-CLOSE-ELEMENT.
           SUBTRACT 2 FROM WS-INDENT
           MOVE SPACES TO PML-TEXT
           COMPUTE WS-LINE-POINTER = WS-INDENT + 1
           STRING "</" WS-TAG DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
               INTO PML-TEXT WITH POINTER WS-LINE-POINTER
           END-STRING
           PERFORM 8000-WRITE-LINE.

       9000-WRITE-EXCEPTION.
           MOVE TRANS-ID TO PXL-TRANS-ID
           MOVE WS-FIELD-NAME TO PXL-FIELD-NAME
           MOVE WS-TEXT TO PXL-FIELD-VALUE
           WRITE PACS-EXCEPTION-LINE.

      * The message posts its transaction count and interbank
      * settlement total to the manifest control stream so MANIFGEN
      * can stamp its transmission manifest.
       9100-POST-MANIFEST-TRAILER.
           OPEN EXTEND MANIFEST-CONTROL-FILE
           IF WS-MANIF-STATUS NOT = "00"
               OPEN OUTPUT MANIFEST-CONTROL-FILE
           END-IF
           MOVE "PACS008" TO CTT-FEED-ID
           MOVE WS-TODAY TO CTT-RUN-DATE
           MOVE WS-ENTRY-COUNT TO CTT-RECORD-COUNT
           MOVE WS-SETTLEMENT-TOTAL TO CTT-AMOUNT-TOTAL
           WRITE CONTROL-TOTAL-TRAILER-RECORD
           CLOSE MANIFEST-CONTROL-FILE.
