      *> DRFPRINT - Keyed-master replica fingerprint. Runs at the
      *> primary and at the recovery site against the same business
      *> date and walks each replicated master - the position master,
      *> customer master, identity xref, check register, open-
      *> exceptions master and run-status master - in key order.
      *> Every row adds to a content hash over the whole record, a
      *> control sum (AP-CLOSING-BALANCE, CM-ACCOUNT-BALANCE,
      *> CRG-CHECK-AMOUNT, and IDX-CUSTOMER-ID as a hash total) and
      *> the latest activity date; the walk is cut into key-anchored
      *> slices so DRVERIFY can pinpoint the key ranges where the two
      *> sites part company. The fingerprint file goes to DRVERIFY
      *> from both sites.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRFPRINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-MASTER ASSIGN TO "ACCTPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-POSITION-KEY.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID.
           SELECT XREF-MASTER ASSIGN TO "IDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-ENTERPRISE-ID.
           SELECT REGISTER-MASTER ASSIGN TO "CHKRGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRG-REGISTER-KEY.
           SELECT EXCEPTION-MASTER ASSIGN TO "EXCPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OEX-MASTER-KEY.
           SELECT STATUS-MASTER ASSIGN TO "RUNSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-JOB-NAME.
           SELECT FINGERPRINT-FILE ASSIGN TO "DRFPRINT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-MASTER.
           COPY account_position_record.
       FD  CUSTOMER-MASTER.
           COPY customer_master_record.
       FD  XREF-MASTER.
           COPY identity_xref_record.
       FD  REGISTER-MASTER.
           COPY check_register_record.
       FD  EXCEPTION-MASTER.
           COPY open_exception_record.
       FD  STATUS-MASTER.
           COPY run_status_record.
       FD  FINGERPRINT-FILE.
           COPY dr_fingerprint_record.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-NOW-STAMP                PIC 9(14).
       01  WS-HASH-PRIME               PIC 9(9) VALUE 999999937.
       01  WS-SLICE-MODULUS            PIC 9(5) VALUE 1000.
       01  WS-HASH-SOURCE              PIC X(300).
       01  WS-HASH-LENGTH              PIC 9(4) COMP.
       01  WS-BYTE-INDEX               PIC 9(4) COMP.
       01  WS-HASH-RESULT              PIC 9(9).
       01  WS-ROW-HASH                 PIC 9(9).
      *> What each master's sweep hands the fingerprinting paragraph
      *> for the row just read.
       01  WS-ROW.
           05  WS-ROW-FILE             PIC X(8).
           05  WS-ROW-KEY              PIC X(60).
           05  WS-ROW-KEY-LENGTH       PIC 9(4) COMP.
           05  WS-ROW-AMOUNT           PIC S9(15)V99.
           05  WS-ROW-DATE             PIC 9(8).
       01  WS-SLICE.
           05  WS-SLICE-STATE          PIC X(1).
               88  WS-SLICE-OPEN       VALUE 'Y'.
           05  WS-SLI-LOW-KEY          PIC X(60).
           05  WS-SLI-HIGH-KEY         PIC X(60).
           05  WS-SLI-COUNT            PIC 9(9).
           05  WS-SLI-HASH             PIC 9(9).
           05  WS-SLI-SUM              PIC S9(15)V99.
           05  WS-SLI-HIGH-DATE        PIC 9(8).
       01  WS-MASTER-TOTAL.
           05  WS-TOT-COUNT            PIC 9(9).
           05  WS-TOT-HASH             PIC 9(9).
           05  WS-TOT-SUM              PIC S9(15)V99.
           05  WS-TOT-HIGH-DATE        PIC 9(8).
       01  WS-COUNTS.
           05  WS-MASTER-COUNT         PIC 9(2) VALUE 0.
           05  WS-ROW-COUNT            PIC 9(9) VALUE 0.
           05  WS-SLICE-COUNT          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-STAMP
           OPEN OUTPUT FINGERPRINT-FILE
           PERFORM 2100-FINGERPRINT-POSITIONS
           PERFORM 2200-FINGERPRINT-CUSTOMERS
           PERFORM 2300-FINGERPRINT-XREF
           PERFORM 2400-FINGERPRINT-REGISTER
           PERFORM 2500-FINGERPRINT-EXCEPTIONS
           PERFORM 2600-FINGERPRINT-STATUSES
           CLOSE FINGERPRINT-FILE
           DISPLAY "DRFPRINT: MASTERS=" WS-MASTER-COUNT
                   " ROWS=" WS-ROW-COUNT
                   " SLICES=" WS-SLICE-COUNT
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

       1000-START-MASTER.
           INITIALIZE WS-SLICE WS-MASTER-TOTAL
           MOVE 'N' TO WS-SLICE-STATE
           MOVE 'N' TO WS-MASTER-EOF.

       2100-FINGERPRINT-POSITIONS.
           MOVE "ACCTPOS" TO WS-ROW-FILE
           PERFORM 1000-START-MASTER
           OPEN INPUT POSITION-MASTER
           MOVE LOW-VALUES TO AP-POSITION-KEY
           START POSITION-MASTER
               KEY IS NOT LESS THAN AP-POSITION-KEY
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ POSITION-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       MOVE AP-POSITION-KEY TO WS-ROW-KEY
                       MOVE LENGTH OF AP-POSITION-KEY
                           TO WS-ROW-KEY-LENGTH
                       MOVE AP-CLOSING-BALANCE TO WS-ROW-AMOUNT
                       MOVE AP-PROCESSING-DATE TO WS-ROW-DATE
                       MOVE ACCOUNT-POSITION-RECORD
                           TO WS-HASH-SOURCE
                       MOVE LENGTH OF ACCOUNT-POSITION-RECORD
                           TO WS-HASH-LENGTH
                       PERFORM 3000-FINGERPRINT-ROW
               END-READ
           END-PERFORM
           CLOSE POSITION-MASTER
           PERFORM 3500-FINISH-MASTER.

       2200-FINGERPRINT-CUSTOMERS.
           MOVE "CUSTMSTR" TO WS-ROW-FILE
           PERFORM 1000-START-MASTER
           OPEN INPUT CUSTOMER-MASTER
           MOVE LOW-VALUES TO CM-CUSTOMER-ID
           START CUSTOMER-MASTER
               KEY IS NOT LESS THAN CM-CUSTOMER-ID
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ CUSTOMER-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       MOVE CM-CUSTOMER-ID TO WS-ROW-KEY
                       MOVE LENGTH OF CM-CUSTOMER-ID
                           TO WS-ROW-KEY-LENGTH
                       MOVE CM-ACCOUNT-BALANCE TO WS-ROW-AMOUNT
                       MOVE CM-EFFECTIVE-DATE TO WS-ROW-DATE
                       MOVE CUSTOMER-MASTER-RECORD
                           TO WS-HASH-SOURCE
                       MOVE LENGTH OF CUSTOMER-MASTER-RECORD
                           TO WS-HASH-LENGTH
                       PERFORM 3000-FINGERPRINT-ROW
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           PERFORM 3500-FINISH-MASTER.

       2300-FINGERPRINT-XREF.
           MOVE "IDXREF" TO WS-ROW-FILE
           PERFORM 1000-START-MASTER
           OPEN INPUT XREF-MASTER
           MOVE LOW-VALUES TO IDX-ENTERPRISE-ID
           START XREF-MASTER
               KEY IS NOT LESS THAN IDX-ENTERPRISE-ID
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ XREF-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       MOVE IDX-ENTERPRISE-ID TO WS-ROW-KEY
                       MOVE LENGTH OF IDX-ENTERPRISE-ID
                           TO WS-ROW-KEY-LENGTH
                       MOVE IDX-CUSTOMER-ID TO WS-ROW-AMOUNT
                       MOVE IDX-LAST-MAINT-DATE TO WS-ROW-DATE
                       MOVE IDENTITY-XREF-RECORD
                           TO WS-HASH-SOURCE
                       MOVE LENGTH OF IDENTITY-XREF-RECORD
                           TO WS-HASH-LENGTH
                       PERFORM 3000-FINGERPRINT-ROW
               END-READ
           END-PERFORM
           CLOSE XREF-MASTER
           PERFORM 3500-FINISH-MASTER.

       2400-FINGERPRINT-REGISTER.
           MOVE "CHKRGMST" TO WS-ROW-FILE
           PERFORM 1000-START-MASTER
           OPEN INPUT REGISTER-MASTER
           MOVE LOW-VALUES TO CRG-REGISTER-KEY
           START REGISTER-MASTER
               KEY IS NOT LESS THAN CRG-REGISTER-KEY
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ REGISTER-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       MOVE CRG-REGISTER-KEY TO WS-ROW-KEY
                       MOVE LENGTH OF CRG-REGISTER-KEY
                           TO WS-ROW-KEY-LENGTH
                       MOVE CRG-CHECK-AMOUNT TO WS-ROW-AMOUNT
                       MOVE CRG-REGISTERED-DATE TO WS-ROW-DATE
                       MOVE CHECK-REGISTER-RECORD
                           TO WS-HASH-SOURCE
                       MOVE LENGTH OF CHECK-REGISTER-RECORD
                           TO WS-HASH-LENGTH
                       PERFORM 3000-FINGERPRINT-ROW
               END-READ
           END-PERFORM
           CLOSE REGISTER-MASTER
           PERFORM 3500-FINISH-MASTER.

      *> The exceptions master carries no amount; its activity date
      *> is the later of raised and disposed.
       2500-FINGERPRINT-EXCEPTIONS.
           MOVE "EXCPMSTR" TO WS-ROW-FILE
           PERFORM 1000-START-MASTER
           OPEN INPUT EXCEPTION-MASTER
           MOVE LOW-VALUES TO OEX-MASTER-KEY
           START EXCEPTION-MASTER
               KEY IS NOT LESS THAN OEX-MASTER-KEY
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ EXCEPTION-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       MOVE OEX-MASTER-KEY TO WS-ROW-KEY
                       MOVE LENGTH OF OEX-MASTER-KEY
                           TO WS-ROW-KEY-LENGTH
                       MOVE 0 TO WS-ROW-AMOUNT
                       MOVE OEX-RAISED-DATE TO WS-ROW-DATE
                       IF OEX-DISPOSED-DATE NUMERIC
                               AND OEX-DISPOSED-DATE > WS-ROW-DATE
                           MOVE OEX-DISPOSED-DATE TO WS-ROW-DATE
                       END-IF
                       MOVE OPEN-EXCEPTION-RECORD
                           TO WS-HASH-SOURCE
                       MOVE LENGTH OF OPEN-EXCEPTION-RECORD
                           TO WS-HASH-LENGTH
                       PERFORM 3000-FINGERPRINT-ROW
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-MASTER
           PERFORM 3500-FINISH-MASTER.

       2600-FINGERPRINT-STATUSES.
           MOVE "RUNSTAT" TO WS-ROW-FILE
           PERFORM 1000-START-MASTER
           OPEN INPUT STATUS-MASTER
           MOVE LOW-VALUES TO RST-JOB-NAME
           START STATUS-MASTER
               KEY IS NOT LESS THAN RST-JOB-NAME
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ STATUS-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       MOVE RST-JOB-NAME TO WS-ROW-KEY
                       MOVE LENGTH OF RST-JOB-NAME
                           TO WS-ROW-KEY-LENGTH
                       MOVE 0 TO WS-ROW-AMOUNT
                       MOVE RST-BUSINESS-DATE TO WS-ROW-DATE
                       MOVE RUN-STATUS-RECORD
                           TO WS-HASH-SOURCE
                       MOVE LENGTH OF RUN-STATUS-RECORD
                           TO WS-HASH-LENGTH
                       PERFORM 3000-FINGERPRINT-ROW
               END-READ
           END-PERFORM
           CLOSE STATUS-MASTER
           PERFORM 3500-FINISH-MASTER.

      *> Row hashes add into the slice and master hashes, so the
      *> order rows are read in never matters; the slice closes
      *> after a key whose own hash falls on the modulus.
       3000-FINGERPRINT-ROW.
           ADD 1 TO WS-ROW-COUNT
           PERFORM 8000-HASH-BYTES
           MOVE WS-HASH-RESULT TO WS-ROW-HASH
           IF NOT WS-SLICE-OPEN
               SET WS-SLICE-OPEN TO TRUE
               MOVE WS-ROW-KEY TO WS-SLI-LOW-KEY
               MOVE 0 TO WS-SLI-COUNT WS-SLI-HASH WS-SLI-SUM
                         WS-SLI-HIGH-DATE
           END-IF
           MOVE WS-ROW-KEY TO WS-SLI-HIGH-KEY
           ADD 1 TO WS-SLI-COUNT WS-TOT-COUNT
           COMPUTE WS-SLI-HASH =
               FUNCTION MOD (WS-SLI-HASH + WS-ROW-HASH, WS-HASH-PRIME)
           COMPUTE WS-TOT-HASH =
               FUNCTION MOD (WS-TOT-HASH + WS-ROW-HASH, WS-HASH-PRIME)
           ADD WS-ROW-AMOUNT TO WS-SLI-SUM WS-TOT-SUM
           IF WS-ROW-DATE NUMERIC
               IF WS-ROW-DATE > WS-SLI-HIGH-DATE
                   MOVE WS-ROW-DATE TO WS-SLI-HIGH-DATE
               END-IF
               IF WS-ROW-DATE > WS-TOT-HIGH-DATE
                   MOVE WS-ROW-DATE TO WS-TOT-HIGH-DATE
               END-IF
           END-IF
           MOVE WS-ROW-KEY TO WS-HASH-SOURCE
           MOVE WS-ROW-KEY-LENGTH TO WS-HASH-LENGTH
           PERFORM 8000-HASH-BYTES
           IF FUNCTION MOD (WS-HASH-RESULT, WS-SLICE-MODULUS) = 0
               PERFORM 3100-WRITE-SLICE
           END-IF.

       3100-WRITE-SLICE.
           INITIALIZE DR-FINGERPRINT-RECORD
           MOVE WS-TODAY TO DRF-BUSINESS-DATE
           MOVE WS-NOW-STAMP TO DRF-TAKEN-TS
           MOVE WS-ROW-FILE TO DRF-FILE-NAME
           SET DRF-SLICE-ROW TO TRUE
           MOVE WS-SLI-LOW-KEY TO DRF-LOW-KEY
           MOVE WS-SLI-HIGH-KEY TO DRF-HIGH-KEY
           MOVE WS-SLI-COUNT TO DRF-RECORD-COUNT
           MOVE WS-SLI-HASH TO DRF-CONTENT-HASH
           MOVE WS-SLI-SUM TO DRF-CONTROL-SUM
           MOVE WS-SLI-HIGH-DATE TO DRF-HIGH-WATER-DATE
           WRITE DR-FINGERPRINT-RECORD
           ADD 1 TO WS-SLICE-COUNT
           MOVE 'N' TO WS-SLICE-STATE.

      *> The last slice closes with the master; the total row goes
      *> out after it even for an empty master, so the compare can
      *> tell empty from missing.
       3500-FINISH-MASTER.
           IF WS-SLICE-OPEN
               PERFORM 3100-WRITE-SLICE
           END-IF
           INITIALIZE DR-FINGERPRINT-RECORD
           MOVE WS-TODAY TO DRF-BUSINESS-DATE
           MOVE WS-NOW-STAMP TO DRF-TAKEN-TS
           MOVE WS-ROW-FILE TO DRF-FILE-NAME
           SET DRF-TOTAL-ROW TO TRUE
           MOVE WS-TOT-COUNT TO DRF-RECORD-COUNT
           MOVE WS-TOT-HASH TO DRF-CONTENT-HASH
           MOVE WS-TOT-SUM TO DRF-CONTROL-SUM
           MOVE WS-TOT-HIGH-DATE TO DRF-HIGH-WATER-DATE
           WRITE DR-FINGERPRINT-RECORD
           ADD 1 TO WS-MASTER-COUNT.

       8000-HASH-BYTES.
           MOVE 0 TO WS-HASH-RESULT
           PERFORM VARYING WS-BYTE-INDEX FROM 1 BY 1
               UNTIL WS-BYTE-INDEX > WS-HASH-LENGTH
               COMPUTE WS-HASH-RESULT =
                   FUNCTION MOD (WS-HASH-RESULT * 31
                       + FUNCTION ORD
                           (WS-HASH-SOURCE (WS-BYTE-INDEX:1)),
                       WS-HASH-PRIME)
           END-PERFORM.
