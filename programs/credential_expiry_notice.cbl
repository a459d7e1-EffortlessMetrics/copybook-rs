      *> CREDNOTE - Provider credential expiry notices for medical
      *> staff services. Every active credential on the credential
      *> master is measured against the business date: one coming due
      *> in 90, 60 or 30 days, or already expired, gets a notice for
      *> that tier. The tier last sent is kept on the credential, so
      *> each tier goes out once per term however often the run is
      *> repeated, and a credential that skips a tier between runs
      *> gets only the nearest one. Revoked credentials are left to
      *> the medical staff office that revoked them.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDNOTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDENTIAL-MASTER ASSIGN TO "PROVCRED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCR-CREDENTIAL-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PROVIDER-FILE ASSIGN TO "PROVMSTR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NOTICE-FILE ASSIGN TO "CREDNTC"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CREDENTIAL-MASTER.
           COPY provider_credential_record.
       FD  PROVIDER-FILE.
           COPY provider_master_record.
       FD  NOTICE-FILE.
           COPY credential_notice_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-DAYS-LEFT                PIC S9(5).
       01  WS-NOTICE-TIER              PIC 9(3).
           88  WS-NO-NOTICE-DUE        VALUE 999.
       01  WS-FOUND                    PIC X(1).
           88  WS-PROVIDER-FOUND       VALUE 'Y'.
       01  WS-PROV-INDEX               PIC 9(5) COMP.
       01  WS-PROV-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-PROVIDER-TABLE.
           05  WS-PROV-ENTRY OCCURS 20000 TIMES.
               10  WS-PROV-ID          PIC X(8).
               10  WS-PROV-NAME        PIC X(40).
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-NOTICE-90-COUNT      PIC 9(9) VALUE 0.
           05  WS-NOTICE-60-COUNT      PIC 9(9) VALUE 0.
           05  WS-NOTICE-30-COUNT      PIC 9(9) VALUE 0.
           05  WS-EXPIRED-COUNT        PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           PERFORM 1500-LOAD-PROVIDERS
           OPEN I-O CREDENTIAL-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               OPEN OUTPUT CREDENTIAL-MASTER
               CLOSE CREDENTIAL-MASTER
               OPEN I-O CREDENTIAL-MASTER
           END-IF
           OPEN OUTPUT NOTICE-FILE
           MOVE LOW-VALUES TO PCR-CREDENTIAL-KEY
           START CREDENTIAL-MASTER
               KEY IS NOT LESS THAN PCR-CREDENTIAL-KEY
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ CREDENTIAL-MASTER NEXT
                   AT END SET END-OF-MASTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF PCR-ACTIVE
                           PERFORM 2000-CHECK-CREDENTIAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDENTIAL-MASTER NOTICE-FILE
           DISPLAY "CREDNOTE: READ=" WS-READ-COUNT
                   " DUE-90=" WS-NOTICE-90-COUNT
                   " DUE-60=" WS-NOTICE-60-COUNT
                   " DUE-30=" WS-NOTICE-30-COUNT
                   " EXPIRED=" WS-EXPIRED-COUNT
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

       1500-LOAD-PROVIDERS.
           OPEN INPUT PROVIDER-FILE
           PERFORM 1600-READ-PROVIDER
           PERFORM UNTIL END-OF-FILE
               IF WS-PROV-COUNT < 20000
                   ADD 1 TO WS-PROV-COUNT
                   MOVE PMR-PROVIDER-ID TO WS-PROV-ID (WS-PROV-COUNT)
                   MOVE PMR-PROVIDER-NAME
                       TO WS-PROV-NAME (WS-PROV-COUNT)
               END-IF
               PERFORM 1600-READ-PROVIDER
           END-PERFORM
           CLOSE PROVIDER-FILE
           MOVE 'N' TO WS-EOF.

       1600-READ-PROVIDER.
           READ PROVIDER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> Tiers only ever step down within a term - 90, 60, 30, then
      *> expired - so a notice is due when the tier reached is lower
      *> than the last one sent.
       2000-CHECK-CREDENTIAL.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE (PCR-EXPIRY-DATE) -
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   MOVE 0 TO WS-NOTICE-TIER
               WHEN WS-DAYS-LEFT <= 30
                   MOVE 30 TO WS-NOTICE-TIER
               WHEN WS-DAYS-LEFT <= 60
                   MOVE 60 TO WS-NOTICE-TIER
               WHEN WS-DAYS-LEFT <= 90
                   MOVE 90 TO WS-NOTICE-TIER
               WHEN OTHER
                   MOVE 999 TO WS-NOTICE-TIER
           END-EVALUATE
           IF NOT WS-NO-NOTICE-DUE
                   AND WS-NOTICE-TIER < PCR-LAST-NOTICE-DAYS
               PERFORM 2100-WRITE-NOTICE
               MOVE WS-NOTICE-TIER TO PCR-LAST-NOTICE-DAYS
               REWRITE PROVIDER-CREDENTIAL-RECORD
           END-IF.

       2100-WRITE-NOTICE.
           MOVE PCR-PROVIDER-ID TO CRN-PROVIDER-ID
           MOVE SPACES TO CRN-PROVIDER-NAME
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PROV-INDEX FROM 1 BY 1
               UNTIL WS-PROV-INDEX > WS-PROV-COUNT
                   OR WS-PROVIDER-FOUND
               IF WS-PROV-ID (WS-PROV-INDEX) = PCR-PROVIDER-ID
                   SET WS-PROVIDER-FOUND TO TRUE
                   MOVE WS-PROV-NAME (WS-PROV-INDEX)
                       TO CRN-PROVIDER-NAME
               END-IF
           END-PERFORM
           MOVE PCR-CREDENTIAL-TYPE TO CRN-CREDENTIAL-TYPE
           MOVE PCR-ISSUING-STATE TO CRN-ISSUING-STATE
           MOVE PCR-CREDENTIAL-NUMBER TO CRN-CREDENTIAL-NUMBER
           MOVE PCR-EXPIRY-DATE TO CRN-EXPIRY-DATE
           MOVE WS-DAYS-LEFT TO CRN-DAYS-LEFT
           MOVE WS-NOTICE-TIER TO CRN-NOTICE-TIER
           WRITE CREDENTIAL-NOTICE-LINE
           EVALUATE TRUE
               WHEN CRN-NOTICE-90
                   ADD 1 TO WS-NOTICE-90-COUNT
               WHEN CRN-NOTICE-60
                   ADD 1 TO WS-NOTICE-60-COUNT
               WHEN CRN-NOTICE-30
                   ADD 1 TO WS-NOTICE-30-COUNT
               WHEN OTHER
                   ADD 1 TO WS-EXPIRED-COUNT
           END-EVALUATE.
