      *> ADTIN - HL7 ADT inbound interface. Reads the registration
      *> system's ADT message file (one HL7 segment per record, each
      *> message opened by its MSH) and keeps the stay records current:
      *> an A01 admit starts a new stay, an A02 transfer and an A08
      *> patient update change the attending provider and diagnoses on
      *> the latest stay, and an A03 discharge closes it. DG1 segments
      *> are added to the stay's DIAGNOSES, or update the occurrence
      *> already carrying that ICD code. An A40 merge is not applied
      *> here - it is written as a link transaction on ADTMRGTX, which
      *> is concatenated into PATMERGE's PATMRGTX input. The stay file
      *> is copied to HCENTADT with the updates in place and catalogued
      *> as the next HCENTREC. A message that is malformed, or that is
      *> out of order for the patient's stay (admit while admitted,
      *> discharge with no open stay, older than one already applied),
      *> is not applied and goes to the ADT error queue with the raw
      *> segment that failed it. Every message is acknowledged on
      *> ADTACK - AA applied, AR refused as malformed, AE refused as
      *> out of sequence - which the interface engine returns to
      *> registration as soon as the run ends.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADTIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MESSAGE-FILE ASSIGN TO "ADTMSGS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PATIENT-FILE ASSIGN TO "HCENTREC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PATIENT-STATUS.
           SELECT PATIENT-OUT-FILE ASSIGN TO "HCENTADT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MERGE-FILE ASSIGN TO "ADTMRGTX"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ERROR-FILE ASSIGN TO "ADTERRQ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACK-FILE ASSIGN TO "ADTACK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MESSAGE-FILE.
           COPY hl7_segment_record.
       FD  PATIENT-FILE.
           COPY ac2_level88_after_odo_enterprise.
       FD  PATIENT-OUT-FILE.
           COPY ac2_level88_after_odo_enterprise
               REPLACING ==HEALTHCARE-ENTERPRISE-RECORD==
                      BY ==PATIENT-OUT-RECORD==
                         ==DIAGNOSIS-COUNT==
                      BY ==OUT-DIAGNOSIS-COUNT==
                         ==MEDICATION-COUNT==
                      BY ==OUT-MEDICATION-COUNT==.
       FD  MERGE-FILE.
           COPY patient_merge_transaction.
       FD  ERROR-FILE.
           COPY adt_error_record.
       FD  ACK-FILE.
           COPY hl7_segment_record
               REPLACING ==HL7-SEGMENT-RECORD== BY ==HL7-ACK-SEGMENT==
                         LEADING ==HSG== BY ==HSA==.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-PATIENT-STATUS           PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-NOW                      PIC X(14).
       01  WS-MESSAGE-STATE            PIC X(1) VALUE 'N'.
           88  WS-MESSAGE-OPEN         VALUE 'Y'.
       01  WS-PID-STATE                PIC X(1).
           88  WS-PID-SEEN             VALUE 'Y'.
       01  WS-MRG-STATE                PIC X(1).
           88  WS-MRG-SEEN             VALUE 'Y'.
       01  WS-STAY-STATE               PIC X(1).
           88  WS-STAY-LOADED          VALUE 'Y'.
       01  WS-FAIL-REASON              PIC X(4).
       01  WS-APPLY-REASON             PIC X(4).
       01  WS-ACK-CODE                 PIC X(2).
       01  WS-REASON-TEXT              PIC X(40).
       01  WS-SEGMENT                  PIC X(256).
       01  WS-BAD-SEGMENT              PIC X(256).
      *> Field pick-up: MSH counts its own field separator as MSH-1,
      *> so MSH-n is the n-th '|' piece; every other segment's n-th
      *> field is the piece after it.
       01  WS-SEGMENT-KIND             PIC X(1).
           88  WS-HEADER-SEGMENT       VALUE 'H'.
       01  WS-FIELD-NUMBER             PIC 9(3) COMP.
       01  WS-FIELD-WANTED             PIC 9(3) COMP.
       01  WS-FIELD-SEEN               PIC 9(3) COMP.
       01  WS-FIELD-POINTER            PIC 9(3) COMP.
       01  WS-FIELD-PIECE              PIC X(60).
       01  WS-FIELD-VALUE              PIC X(60).
       01  WS-COMPONENT                PIC X(60).
       01  WS-COMPONENT-2              PIC X(60).
       01  WS-TEXT-LENGTH              PIC 9(3) COMP.
       01  WS-ID-TEXT                  PIC X(12).
       01  WS-ID-NUMBER REDEFINES WS-ID-TEXT PIC 9(12).
       01  WS-ID-STATE                 PIC X(1).
           88  WS-ID-VALID             VALUE 'Y'.
       01  WS-DATE-TEXT                PIC X(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-TEXT.
           05  WS-DATE-YEAR            PIC 9(4).
           05  WS-DATE-MONTH           PIC 9(2).
           05  WS-DATE-DAY             PIC 9(2).
       01  WS-DATE-STATE               PIC X(1).
           88  WS-DATE-VALID           VALUE 'Y'.
       01  WS-TS-TEXT                  PIC X(14).
       01  WS-TS-NUMBER REDEFINES WS-TS-TEXT PIC 9(14).
      *> The message being assembled; its layout matches one entry of
      *> the message table so a closed message moves across whole.
       01  WS-CURRENT-MESSAGE.
           05  WS-CUR-CONTROL-ID       PIC X(20).
           05  WS-CUR-EVENT            PIC X(3).
           05  WS-CUR-TIMESTAMP        PIC 9(14).
           05  WS-CUR-PATIENT-ID       PIC X(12).
           05  WS-CUR-PRIOR-ID         PIC X(12).
           05  WS-CUR-PROVIDER-ID      PIC X(8).
           05  WS-CUR-ADMIT-DATE       PIC 9(8).
           05  WS-CUR-DISCHARGE-DATE   PIC 9(8).
           05  WS-CUR-STATUS           PIC X(1).
           05  WS-CUR-REASON           PIC X(4).
           05  WS-CUR-SENDER           PIC X(20).
           05  WS-CUR-SENDER-FACILITY  PIC X(20).
           05  WS-CUR-RECEIVER         PIC X(20).
           05  WS-CUR-RECEIVER-FACILITY PIC X(20).
           05  WS-CUR-DIAG-COUNT       PIC 9(2).
           05  WS-CUR-DIAGNOSIS OCCURS 10 TIMES.
               10  WS-CUR-ICD-CODE     PIC X(7).
               10  WS-CUR-SEVERITY     PIC X(1).
               10  WS-CUR-ONSET-DATE   PIC 9(8).
           05  WS-CUR-HEADER           PIC X(256).
      *> Messages are held for the run in arrival order; status P is
      *> waiting for its stay, A applied (or routed), R refused.
       01  WS-MSG-MAX                  PIC 9(4) VALUE 3000.
       01  WS-MSG-COUNT                PIC 9(4) VALUE 0.
       01  WS-MSG-INDEX                PIC 9(4).
       01  WS-MSG-TABLE.
           05  WS-MSG-ENTRY OCCURS 3000 TIMES.
               10  WS-MSG-CONTROL-ID   PIC X(20).
               10  WS-MSG-EVENT        PIC X(3).
               10  WS-MSG-TIMESTAMP    PIC 9(14).
               10  WS-MSG-PATIENT-ID   PIC X(12).
               10  WS-MSG-PRIOR-ID     PIC X(12).
               10  WS-MSG-PROVIDER-ID  PIC X(8).
               10  WS-MSG-ADMIT-DATE   PIC 9(8).
               10  WS-MSG-DISCHARGE-DATE PIC 9(8).
               10  WS-MSG-STATUS       PIC X(1).
               10  WS-MSG-REASON       PIC X(4).
               10  WS-MSG-SENDER       PIC X(20).
               10  WS-MSG-SENDER-FACILITY PIC X(20).
               10  WS-MSG-RECEIVER     PIC X(20).
               10  WS-MSG-RECEIVER-FACILITY PIC X(20).
               10  WS-MSG-DIAG-COUNT   PIC 9(2).
               10  WS-MSG-DIAGNOSIS OCCURS 10 TIMES.
                   15  WS-MSG-ICD-CODE PIC X(7).
                   15  WS-MSG-SEVERITY PIC X(1).
                   15  WS-MSG-ONSET-DATE PIC 9(8).
               10  WS-MSG-HEADER       PIC X(256).
      *> One entry per patient with messages this run: the ordinal of
      *> that patient's latest stay on HCENTREC (0 when none) and the
      *> timestamp of the last message applied to it.
       01  WS-PAT-MAX                  PIC 9(4) VALUE 3000.
       01  WS-PAT-COUNT                PIC 9(4) VALUE 0.
       01  WS-PAT-INDEX                PIC 9(4).
       01  WS-PAT-SCAN                 PIC 9(4).
       01  WS-PAT-SLOT                 PIC 9(4).
       01  WS-SEARCH-ID                PIC X(12).
       01  WS-PAT-TABLE.
           05  WS-PAT-ENTRY OCCURS 3000 TIMES.
               10  WS-PAT-ID           PIC X(12).
               10  WS-PAT-TARGET       PIC 9(9).
               10  WS-PAT-TARGET-ADMIT PIC 9(8).
               10  WS-PAT-LAST-TS      PIC 9(14).
       01  WS-RECORD-NUMBER            PIC 9(9).
       01  WS-DX-INDEX                 PIC 9(2).
       01  WS-DIAG-INDEX               PIC 9(3) COMP.
       01  WS-DIAG-SLOT                PIC 9(3) COMP.
       01  WS-NEW-DIAG-COUNT           PIC 9(3) COMP.
       01  WS-FOUND                    PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
      *> MEDICATIONS follow DIAGNOSES on the stay record, so they are
      *> lifted out before the diagnosis count changes and put back
      *> after.
       01  WS-MED-COUNT                PIC 9(3) COMP.
       01  WS-MED-INDEX                PIC 9(3) COMP.
       01  WS-MED-SAVE-TABLE.
           05  WS-MED-SAVE OCCURS 50 TIMES PIC X(49).
       01  WS-COUNTS.
           05  WS-SEGMENT-COUNT        PIC 9(9) VALUE 0.
           05  WS-MESSAGE-COUNT        PIC 9(9) VALUE 0.
           05  WS-ACCEPTED-COUNT       PIC 9(9) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(9) VALUE 0.
           05  WS-MERGE-COUNT          PIC 9(9) VALUE 0.
           05  WS-STRAY-COUNT          PIC 9(9) VALUE 0.
           05  WS-STAY-READ-COUNT      PIC 9(9) VALUE 0.
           05  WS-STAY-WRITTEN-COUNT   PIC 9(9) VALUE 0.
           05  WS-NEW-STAY-COUNT       PIC 9(9) VALUE 0.
           05  WS-ACK-COUNT            PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW
           OPEN OUTPUT MERGE-FILE ERROR-FILE ACK-FILE
           PERFORM 1000-TAKE-MESSAGES
           PERFORM 2000-FIND-LATEST-STAYS
           PERFORM 3000-UPDATE-STAYS
           PERFORM 4000-WRITE-ACKNOWLEDGEMENTS
           CLOSE MERGE-FILE ERROR-FILE ACK-FILE
           DISPLAY "ADTIN: SEGMENTS=" WS-SEGMENT-COUNT
                   " MESSAGES=" WS-MESSAGE-COUNT
                   " APPLIED=" WS-ACCEPTED-COUNT
                   " REFUSED=" WS-REJECTED-COUNT
           DISPLAY "ADTIN: MERGES ROUTED=" WS-MERGE-COUNT
                   " STRAY SEGMENTS=" WS-STRAY-COUNT
                   " ACKS=" WS-ACK-COUNT
           DISPLAY "ADTIN: STAYS READ=" WS-STAY-READ-COUNT
                   " WRITTEN=" WS-STAY-WRITTEN-COUNT
                   " NEW=" WS-NEW-STAY-COUNT
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

      *> Segments are gathered into messages; a message is closed
      *> when the next MSH arrives or the file ends.
       1000-TAKE-MESSAGES.
           OPEN INPUT MESSAGE-FILE
           PERFORM 1100-READ-SEGMENT
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-SEGMENT-COUNT
               PERFORM 1200-TAKE-SEGMENT
               PERFORM 1100-READ-SEGMENT
           END-PERFORM
           IF WS-MESSAGE-OPEN
               PERFORM 1900-CLOSE-MESSAGE
           END-IF
           CLOSE MESSAGE-FILE
           MOVE 'N' TO WS-EOF.

       1100-READ-SEGMENT.
           READ MESSAGE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> Once a message has failed, the rest of its segments are
      *> passed over; the failing segment is the one queued.
       1200-TAKE-SEGMENT.
           MOVE HSG-SEGMENT-TEXT TO WS-SEGMENT
           MOVE SPACE TO WS-SEGMENT-KIND
           EVALUATE TRUE
               WHEN HSG-SEGMENT-ID = 'MSH'
                   IF WS-MESSAGE-OPEN
                       PERFORM 1900-CLOSE-MESSAGE
                   END-IF
                   PERFORM 1300-START-MESSAGE
               WHEN NOT WS-MESSAGE-OPEN
                   INITIALIZE WS-CURRENT-MESSAGE
                   MOVE 'SEGO' TO WS-CUR-REASON
                   MOVE WS-SEGMENT TO WS-BAD-SEGMENT
                   PERFORM 8000-WRITE-ERROR
                   ADD 1 TO WS-STRAY-COUNT
               WHEN WS-CUR-REASON NOT = SPACES
                   CONTINUE
               WHEN HSG-SEGMENT-ID = 'PID'
                   PERFORM 1400-TAKE-PID
               WHEN HSG-SEGMENT-ID = 'PV1'
                   PERFORM 1500-TAKE-PV1
               WHEN HSG-SEGMENT-ID = 'DG1'
                   PERFORM 1600-TAKE-DG1
               WHEN HSG-SEGMENT-ID = 'MRG'
                   PERFORM 1700-TAKE-MRG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> MSH-3/4 sender, MSH-5/6 receiver, MSH-7 message time, MSH-9
      *> type^event, MSH-10 control ID. Only ADT admit, transfer,
      *> discharge, update and merge events are taken.
       1300-START-MESSAGE.
           INITIALIZE WS-CURRENT-MESSAGE
           MOVE 'N' TO WS-PID-STATE WS-MRG-STATE
           SET WS-MESSAGE-OPEN TO TRUE
           ADD 1 TO WS-MESSAGE-COUNT
           MOVE WS-SEGMENT TO WS-CUR-HEADER
           SET WS-HEADER-SEGMENT TO TRUE
           MOVE 3 TO WS-FIELD-NUMBER
           PERFORM 8100-GET-FIELD
           MOVE WS-FIELD-VALUE TO WS-CUR-SENDER
           MOVE 4 TO WS-FIELD-NUMBER
           PERFORM 8100-GET-FIELD
           MOVE WS-FIELD-VALUE TO WS-CUR-SENDER-FACILITY
           MOVE 5 TO WS-FIELD-NUMBER
           PERFORM 8100-GET-FIELD
           MOVE WS-FIELD-VALUE TO WS-CUR-RECEIVER
           MOVE 6 TO WS-FIELD-NUMBER
           PERFORM 8100-GET-FIELD
           MOVE WS-FIELD-VALUE TO WS-CUR-RECEIVER-FACILITY
           MOVE 10 TO WS-FIELD-NUMBER
           PERFORM 8100-GET-FIELD
           MOVE WS-FIELD-VALUE TO WS-CUR-CONTROL-ID
           MOVE 9 TO WS-FIELD-NUMBER
           PERFORM 8100-GET-FIELD
           PERFORM 8150-GET-COMPONENT
           MOVE WS-COMPONENT-2 TO WS-CUR-EVENT
           IF WS-COMPONENT NOT = 'ADT'
               MOVE 'EVTU' TO WS-FAIL-REASON
               PERFORM 1800-FAIL-MESSAGE
           END-IF
           IF WS-CUR-EVENT NOT = 'A01' AND NOT = 'A02'
                   AND NOT = 'A03' AND NOT = 'A08' AND NOT = 'A40'
               MOVE 'EVTU' TO WS-FAIL-REASON
               PERFORM 1800-FAIL-MESSAGE
           END-IF
           MOVE 7 TO WS-FIELD-NUMBER
           PERFORM 8100-GET-FIELD
           PERFORM 8150-GET-COMPONENT
           MOVE WS-COMPONENT TO WS-TS-TEXT
           INSPECT WS-TS-TEXT REPLACING ALL SPACE BY '0'
           MOVE WS-TS-TEXT (1:8) TO WS-DATE-TEXT
           PERFORM 8300-CHECK-DATE
           IF WS-TEXT-LENGTH < 8 OR WS-TS-TEXT NOT NUMERIC
                   OR NOT WS-DATE-VALID
                   OR WS-CUR-CONTROL-ID = SPACES
               MOVE 'MSHM' TO WS-FAIL-REASON
               PERFORM 1800-FAIL-MESSAGE
           ELSE
               MOVE WS-TS-NUMBER TO WS-CUR-TIMESTAMP
           END-IF.

      *> PID-3 is the registration number, up to ten digits, carried
      *> right-justified in PATIENT-ID.
       1400-TAKE-PID.
           MOVE 3 TO WS-FIELD-NUMBER
           PERFORM 8100-GET-FIELD
           PERFORM 8150-GET-COMPONENT
           PERFORM 8200-CHECK-ID
           IF WS-ID-VALID
               MOVE WS-ID-TEXT TO WS-CUR-PATIENT-ID
               SET WS-PID-SEEN TO TRUE
           ELSE
               MOVE 'PIDM' TO WS-FAIL-REASON
               PERFORM 1800-FAIL-MESSAGE
           END-IF.

      *> PV1-7 attending doctor, PV1-44 admit and PV1-45 discharge
      *> date/time. Missing dates fall back to the message time when
      *> the message closes.
       1500-TAKE-PV1.
           MOVE 7 TO WS-FIELD-NUMBER
           PERFORM 8100-GET-FIELD
           PERFORM 8150-GET-COMPONENT
           IF WS-TEXT-LENGTH > 8
               MOVE 'PV1M' TO WS-FAIL-REASON
               PERFORM 1800-FAIL-MESSAGE
           ELSE
               MOVE WS-COMPONENT TO WS-CUR-PROVIDER-ID
           END-IF
           MOVE 44 TO WS-FIELD-NUMBER
           PERFORM 8100-GET-FIELD
           PERFORM 8150-GET-COMPONENT
           IF WS-COMPONENT NOT = SPACES
               MOVE WS-COMPONENT (1:8) TO WS-DATE-TEXT
               PERFORM 8300-CHECK-DATE
               IF WS-DATE-VALID
                   MOVE WS-DATE-TEXT TO WS-CUR-ADMIT-DATE
               ELSE
                   MOVE 'PV1M' TO WS-FAIL-REASON
                   PERFORM 1800-FAIL-MESSAGE
               END-IF
           END-IF
           MOVE 45 TO WS-FIELD-NUMBER
           PERFORM 8100-GET-FIELD
           PERFORM 8150-GET-COMPONENT
           IF WS-COMPONENT NOT = SPACES
               MOVE WS-COMPONENT (1:8) TO WS-DATE-TEXT
               PERFORM 8300-CHECK-DATE
               IF WS-DATE-VALID
                   MOVE WS-DATE-TEXT TO WS-CUR-DISCHARGE-DATE
               ELSE
                   MOVE 'PV1M' TO WS-FAIL-REASON
                   PERFORM 1800-FAIL-MESSAGE
               END-IF
           END-IF.

      *> DG1-3 diagnosis code, DG1-5 onset date/time and DG1-6 type;
      *> the first character of the type is kept as SEVERITY.
       1600-TAKE-DG1.
           IF WS-CUR-DIAG-COUNT NOT < 10
               MOVE 'DG1M' TO WS-FAIL-REASON
               PERFORM 1800-FAIL-MESSAGE
           ELSE
               MOVE 3 TO WS-FIELD-NUMBER
               PERFORM 8100-GET-FIELD
               PERFORM 8150-GET-COMPONENT
               IF WS-TEXT-LENGTH < 1 OR WS-TEXT-LENGTH > 7
                   MOVE 'DG1M' TO WS-FAIL-REASON
                   PERFORM 1800-FAIL-MESSAGE
               ELSE
                   ADD 1 TO WS-CUR-DIAG-COUNT
                   MOVE WS-COMPONENT
                       TO WS-CUR-ICD-CODE (WS-CUR-DIAG-COUNT)
                   MOVE 0 TO WS-CUR-ONSET-DATE (WS-CUR-DIAG-COUNT)
                   MOVE 5 TO WS-FIELD-NUMBER
                   PERFORM 8100-GET-FIELD
                   PERFORM 8150-GET-COMPONENT
                   IF WS-COMPONENT NOT = SPACES
                       MOVE WS-COMPONENT (1:8) TO WS-DATE-TEXT
                       PERFORM 8300-CHECK-DATE
                       IF WS-DATE-VALID
                           MOVE WS-DATE-TEXT
                               TO WS-CUR-ONSET-DATE (WS-CUR-DIAG-COUNT)
                       ELSE
                           MOVE 'DG1M' TO WS-FAIL-REASON
                           PERFORM 1800-FAIL-MESSAGE
                       END-IF
                   END-IF
                   MOVE 6 TO WS-FIELD-NUMBER
                   PERFORM 8100-GET-FIELD
                   MOVE WS-FIELD-VALUE (1:1)
                       TO WS-CUR-SEVERITY (WS-CUR-DIAG-COUNT)
               END-IF
           END-IF.

      *> MRG-1 is the prior registration number being merged away.
       1700-TAKE-MRG.
           MOVE 1 TO WS-FIELD-NUMBER
           PERFORM 8100-GET-FIELD
           PERFORM 8150-GET-COMPONENT
           PERFORM 8200-CHECK-ID
           IF WS-ID-VALID
               MOVE WS-ID-TEXT TO WS-CUR-PRIOR-ID
               SET WS-MRG-SEEN TO TRUE
           ELSE
               MOVE 'MRGM' TO WS-FAIL-REASON
               PERFORM 1800-FAIL-MESSAGE
           END-IF.

      *> The first failure found is the one reported.
       1800-FAIL-MESSAGE.
           IF WS-CUR-REASON = SPACES
               MOVE WS-FAIL-REASON TO WS-CUR-REASON
               MOVE WS-SEGMENT TO WS-BAD-SEGMENT
           END-IF.

       1900-CLOSE-MESSAGE.
           MOVE 'N' TO WS-MESSAGE-STATE
           MOVE WS-CUR-HEADER TO WS-SEGMENT
           IF NOT WS-PID-SEEN
               MOVE 'PIDM' TO WS-FAIL-REASON
               PERFORM 1800-FAIL-MESSAGE
           END-IF
           IF WS-CUR-EVENT = 'A40'
                   AND (NOT WS-MRG-SEEN
                        OR WS-CUR-PRIOR-ID = WS-CUR-PATIENT-ID)
               MOVE 'MRGM' TO WS-FAIL-REASON
               PERFORM 1800-FAIL-MESSAGE
           END-IF
           IF WS-CUR-EVENT = 'A01' AND WS-CUR-ADMIT-DATE = 0
               MOVE WS-CUR-TIMESTAMP (1:8) TO WS-CUR-ADMIT-DATE
           END-IF
           IF WS-CUR-EVENT = 'A03' AND WS-CUR-DISCHARGE-DATE = 0
               MOVE WS-CUR-TIMESTAMP (1:8) TO WS-CUR-DISCHARGE-DATE
           END-IF
           IF WS-MSG-COUNT NOT < WS-MSG-MAX
               MOVE 'CAPX' TO WS-FAIL-REASON
               PERFORM 1800-FAIL-MESSAGE
           END-IF
           IF WS-CUR-REASON = SPACES AND WS-CUR-EVENT NOT = 'A40'
               MOVE WS-CUR-PATIENT-ID TO WS-SEARCH-ID
               PERFORM 8400-FIND-PATIENT
               IF WS-PAT-SLOT = 0
                   PERFORM 1960-ADD-PATIENT
               END-IF
               IF WS-PAT-SLOT = 0
                   MOVE 'CAPX' TO WS-FAIL-REASON
                   PERFORM 1800-FAIL-MESSAGE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-CUR-REASON NOT = SPACES
                   MOVE 'R' TO WS-CUR-STATUS
                   PERFORM 8000-WRITE-ERROR
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-CUR-EVENT = 'A40'
                   PERFORM 1950-ROUTE-MERGE
                   MOVE 'A' TO WS-CUR-STATUS
                   ADD 1 TO WS-ACCEPTED-COUNT
               WHEN OTHER
                   MOVE 'P' TO WS-CUR-STATUS
           END-EVALUATE
           IF WS-MSG-COUNT < WS-MSG-MAX
               ADD 1 TO WS-MSG-COUNT
               MOVE WS-CURRENT-MESSAGE TO WS-MSG-ENTRY (WS-MSG-COUNT)
           ELSE
               PERFORM 4100-WRITE-ACK
           END-IF.

      *> The merged (prior) number is linked to the survivor named on
      *> PID-3, dated the day of the merge event.
       1950-ROUTE-MERGE.
           INITIALIZE PATIENT-MERGE-TRANSACTION
           SET PMT-LINK TO TRUE
           MOVE WS-CUR-PRIOR-ID TO WS-ID-TEXT
           MOVE WS-ID-NUMBER TO PMT-MERGED-PATIENT-ID
           MOVE WS-CUR-PATIENT-ID TO WS-ID-TEXT
           MOVE WS-ID-NUMBER TO PMT-SURVIVOR-PATIENT-ID
           MOVE WS-CUR-TIMESTAMP (1:8) TO PMT-ACTION-DATE
           WRITE PATIENT-MERGE-TRANSACTION
           ADD 1 TO WS-MERGE-COUNT.

       1960-ADD-PATIENT.
           IF WS-PAT-COUNT < WS-PAT-MAX
               ADD 1 TO WS-PAT-COUNT
               MOVE WS-PAT-COUNT TO WS-PAT-SLOT
               MOVE WS-SEARCH-ID TO WS-PAT-ID (WS-PAT-SLOT)
               MOVE 0 TO WS-PAT-TARGET (WS-PAT-SLOT)
                         WS-PAT-TARGET-ADMIT (WS-PAT-SLOT)
                         WS-PAT-LAST-TS (WS-PAT-SLOT)
           END-IF.

      *> First pass over the stays: for each patient with messages,
      *> note which record is the latest stay (highest admission
      *> date, the later record on a tie).
       2000-FIND-LATEST-STAYS.
           OPEN INPUT PATIENT-FILE
           IF WS-PATIENT-STATUS = "00"
               MOVE 0 TO WS-RECORD-NUMBER
               PERFORM 2050-READ-PATIENT
               PERFORM UNTIL END-OF-FILE
                   ADD 1 TO WS-RECORD-NUMBER
                   PERFORM 2100-NOTE-STAY
                   PERFORM 2050-READ-PATIENT
               END-PERFORM
               CLOSE PATIENT-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       2050-READ-PATIENT.
           READ PATIENT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2100-NOTE-STAY.
           MOVE PATIENT-ID OF HEALTHCARE-ENTERPRISE-RECORD
               TO WS-SEARCH-ID
           PERFORM 8400-FIND-PATIENT
           IF WS-PAT-SLOT > 0
               IF ADMISSION-DATE OF HEALTHCARE-ENTERPRISE-RECORD
                       NOT < WS-PAT-TARGET-ADMIT (WS-PAT-SLOT)
                   MOVE WS-RECORD-NUMBER TO WS-PAT-TARGET (WS-PAT-SLOT)
                   MOVE ADMISSION-DATE OF HEALTHCARE-ENTERPRISE-RECORD
                       TO WS-PAT-TARGET-ADMIT (WS-PAT-SLOT)
               END-IF
           END-IF.

      *> Second pass copies every stay to the new generation; a
      *> patient's latest stay has that patient's messages applied to
      *> it first. Patients with no stay on file are done at the end.
       3000-UPDATE-STAYS.
           OPEN OUTPUT PATIENT-OUT-FILE
           OPEN INPUT PATIENT-FILE
           IF WS-PATIENT-STATUS = "00"
               MOVE 0 TO WS-RECORD-NUMBER
               PERFORM 2050-READ-PATIENT
               PERFORM UNTIL END-OF-FILE
                   ADD 1 TO WS-RECORD-NUMBER
                   ADD 1 TO WS-STAY-READ-COUNT
                   MOVE HEALTHCARE-ENTERPRISE-RECORD
                       TO PATIENT-OUT-RECORD
                   MOVE PATIENT-ID OF HEALTHCARE-ENTERPRISE-RECORD
                       TO WS-SEARCH-ID
                   PERFORM 8400-FIND-PATIENT
                   IF WS-PAT-SLOT > 0
                       AND WS-PAT-TARGET (WS-PAT-SLOT)
                           = WS-RECORD-NUMBER
                       SET WS-STAY-LOADED TO TRUE
                       PERFORM 3100-APPLY-PATIENT
                   ELSE
                       PERFORM 3900-WRITE-STAY
                   END-IF
                   PERFORM 2050-READ-PATIENT
               END-PERFORM
               CLOSE PATIENT-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM VARYING WS-PAT-INDEX FROM 1 BY 1
                   UNTIL WS-PAT-INDEX > WS-PAT-COUNT
               IF WS-PAT-TARGET (WS-PAT-INDEX) = 0
                   MOVE WS-PAT-INDEX TO WS-PAT-SLOT
                   MOVE 'N' TO WS-STAY-STATE
                   PERFORM 3100-APPLY-PATIENT
               END-IF
           END-PERFORM
           CLOSE PATIENT-OUT-FILE.

       3100-APPLY-PATIENT.
           PERFORM VARYING WS-MSG-INDEX FROM 1 BY 1
                   UNTIL WS-MSG-INDEX > WS-MSG-COUNT
               IF WS-MSG-STATUS (WS-MSG-INDEX) = 'P'
                   AND WS-MSG-PATIENT-ID (WS-MSG-INDEX)
                       = WS-PAT-ID (WS-PAT-SLOT)
                   PERFORM 3200-APPLY-MESSAGE
               END-IF
           END-PERFORM
           IF WS-STAY-LOADED
               PERFORM 3900-WRITE-STAY
           END-IF.

      *> Messages for a patient are applied in arrival order; one
      *> stamped earlier than a message already applied is out of
      *> sequence and is refused rather than undoing later news.
       3200-APPLY-MESSAGE.
           MOVE SPACES TO WS-APPLY-REASON
           IF WS-MSG-TIMESTAMP (WS-MSG-INDEX)
                   < WS-PAT-LAST-TS (WS-PAT-SLOT)
               MOVE 'ORDT' TO WS-APPLY-REASON
           ELSE
               EVALUATE WS-MSG-EVENT (WS-MSG-INDEX)
                   WHEN 'A01'
                       PERFORM 3300-APPLY-ADMIT
                   WHEN 'A02'
                       PERFORM 3400-APPLY-TRANSFER
                   WHEN 'A03'
                       PERFORM 3500-APPLY-DISCHARGE
                   WHEN 'A08'
                       PERFORM 3600-APPLY-UPDATE
               END-EVALUATE
           END-IF
           IF WS-APPLY-REASON = SPACES
               MOVE 'A' TO WS-MSG-STATUS (WS-MSG-INDEX)
               MOVE WS-MSG-TIMESTAMP (WS-MSG-INDEX)
                   TO WS-PAT-LAST-TS (WS-PAT-SLOT)
               ADD 1 TO WS-ACCEPTED-COUNT
           ELSE
               MOVE 'R' TO WS-MSG-STATUS (WS-MSG-INDEX)
               MOVE WS-APPLY-REASON TO WS-MSG-REASON (WS-MSG-INDEX)
               MOVE WS-MSG-ENTRY (WS-MSG-INDEX) TO WS-CURRENT-MESSAGE
               MOVE WS-CUR-HEADER TO WS-BAD-SEGMENT
               PERFORM 8000-WRITE-ERROR
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

      *> An admit while the latest stay is still open, or dated before
      *> that stay's discharge, is out of sequence.
       3300-APPLY-ADMIT.
           EVALUATE TRUE
               WHEN WS-STAY-LOADED
                   AND DISCHARGE-DATE OF PATIENT-OUT-RECORD = 0
                   MOVE 'ORDA' TO WS-APPLY-REASON
               WHEN WS-STAY-LOADED
                   AND WS-MSG-ADMIT-DATE (WS-MSG-INDEX)
                       < DISCHARGE-DATE OF PATIENT-OUT-RECORD
                   MOVE 'ORDT' TO WS-APPLY-REASON
               WHEN OTHER
                   IF WS-STAY-LOADED
                       PERFORM 3900-WRITE-STAY
                   END-IF
                   PERFORM 3310-START-STAY
                   SET WS-STAY-LOADED TO TRUE
                   ADD 1 TO WS-NEW-STAY-COUNT
                   PERFORM 3700-APPLY-DIAGNOSES
           END-EVALUATE.

       3310-START-STAY.
           MOVE 0 TO OUT-DIAGNOSIS-COUNT OUT-MEDICATION-COUNT
           MOVE SPACES TO PATIENT-OUT-RECORD
           MOVE 0 TO OUT-DIAGNOSIS-COUNT OUT-MEDICATION-COUNT
           INITIALIZE PATIENT-HEADER OF PATIENT-OUT-RECORD
                      SUMMARY-INFO OF PATIENT-OUT-RECORD
           MOVE WS-PAT-ID (WS-PAT-SLOT)
               TO PATIENT-ID OF PATIENT-OUT-RECORD
           MOVE WS-MSG-ADMIT-DATE (WS-MSG-INDEX)
               TO ADMISSION-DATE OF PATIENT-OUT-RECORD
           MOVE WS-MSG-PROVIDER-ID (WS-MSG-INDEX)
               TO PROVIDER-ID OF PATIENT-HEADER OF PATIENT-OUT-RECORD.

       3400-APPLY-TRANSFER.
           IF NOT WS-STAY-LOADED
                   OR DISCHARGE-DATE OF PATIENT-OUT-RECORD NOT = 0
               MOVE 'ORDN' TO WS-APPLY-REASON
           ELSE
               PERFORM 3750-CHECK-DIAGNOSIS-ROOM
           END-IF
           IF WS-APPLY-REASON = SPACES
               PERFORM 3800-TAKE-PROVIDER
               PERFORM 3700-APPLY-DIAGNOSES
           END-IF.

       3500-APPLY-DISCHARGE.
           EVALUATE TRUE
               WHEN NOT WS-STAY-LOADED
                   MOVE 'ORDN' TO WS-APPLY-REASON
               WHEN DISCHARGE-DATE OF PATIENT-OUT-RECORD NOT = 0
                   MOVE 'ORDN' TO WS-APPLY-REASON
               WHEN WS-MSG-DISCHARGE-DATE (WS-MSG-INDEX)
                       < ADMISSION-DATE OF PATIENT-OUT-RECORD
                   MOVE 'ORDD' TO WS-APPLY-REASON
               WHEN OTHER
                   PERFORM 3750-CHECK-DIAGNOSIS-ROOM
           END-EVALUATE
           IF WS-APPLY-REASON = SPACES
               MOVE WS-MSG-DISCHARGE-DATE (WS-MSG-INDEX)
                   TO DISCHARGE-DATE OF PATIENT-OUT-RECORD
               PERFORM 3800-TAKE-PROVIDER
               PERFORM 3700-APPLY-DIAGNOSES
           END-IF.

      *> A patient update may correct a closed stay as well as an open
      *> one, so it only needs a stay to apply to.
       3600-APPLY-UPDATE.
           IF NOT WS-STAY-LOADED
               MOVE 'ORDN' TO WS-APPLY-REASON
           ELSE
               PERFORM 3750-CHECK-DIAGNOSIS-ROOM
           END-IF
           IF WS-APPLY-REASON = SPACES
               PERFORM 3800-TAKE-PROVIDER
               PERFORM 3700-APPLY-DIAGNOSES
           END-IF.

       3700-APPLY-DIAGNOSES.
           IF WS-MSG-DIAG-COUNT (WS-MSG-INDEX) > 0
               MOVE OUT-MEDICATION-COUNT TO WS-MED-COUNT
               PERFORM VARYING WS-MED-INDEX FROM 1 BY 1
                       UNTIL WS-MED-INDEX > WS-MED-COUNT
                   MOVE MEDICATIONS OF PATIENT-OUT-RECORD (WS-MED-INDEX)
                       TO WS-MED-SAVE (WS-MED-INDEX)
               END-PERFORM
               PERFORM VARYING WS-DX-INDEX FROM 1 BY 1
                       UNTIL WS-DX-INDEX
                           > WS-MSG-DIAG-COUNT (WS-MSG-INDEX)
                   PERFORM 3710-APPLY-DIAGNOSIS
               END-PERFORM
               PERFORM VARYING WS-MED-INDEX FROM 1 BY 1
                       UNTIL WS-MED-INDEX > WS-MED-COUNT
                   MOVE WS-MED-SAVE (WS-MED-INDEX)
                       TO MEDICATIONS OF PATIENT-OUT-RECORD
                          (WS-MED-INDEX)
               END-PERFORM
           END-IF.

      *> A code already on the stay is updated in place; a new code
      *> is added as the next occurrence.
       3710-APPLY-DIAGNOSIS.
           PERFORM 3720-FIND-DIAGNOSIS
           IF NOT WS-ENTRY-FOUND
               ADD 1 TO OUT-DIAGNOSIS-COUNT
               MOVE OUT-DIAGNOSIS-COUNT TO WS-DIAG-SLOT
               INITIALIZE DIAGNOSES OF PATIENT-OUT-RECORD (WS-DIAG-SLOT)
               MOVE WS-MSG-ICD-CODE (WS-MSG-INDEX, WS-DX-INDEX)
                   TO ICD-CODE OF PATIENT-OUT-RECORD (WS-DIAG-SLOT)
           END-IF
           IF WS-MSG-SEVERITY (WS-MSG-INDEX, WS-DX-INDEX) NOT = SPACE
               MOVE WS-MSG-SEVERITY (WS-MSG-INDEX, WS-DX-INDEX)
                   TO SEVERITY OF PATIENT-OUT-RECORD (WS-DIAG-SLOT)
           END-IF
           IF WS-MSG-ONSET-DATE (WS-MSG-INDEX, WS-DX-INDEX) NOT = 0
               MOVE WS-MSG-ONSET-DATE (WS-MSG-INDEX, WS-DX-INDEX)
                   TO ONSET-DATE OF PATIENT-OUT-RECORD (WS-DIAG-SLOT)
           END-IF.

       3720-FIND-DIAGNOSIS.
           MOVE 'N' TO WS-FOUND
           MOVE 0 TO WS-DIAG-SLOT
           PERFORM VARYING WS-DIAG-INDEX FROM 1 BY 1
                   UNTIL WS-DIAG-INDEX > OUT-DIAGNOSIS-COUNT
                      OR WS-ENTRY-FOUND
               IF ICD-CODE OF PATIENT-OUT-RECORD (WS-DIAG-INDEX)
                       = WS-MSG-ICD-CODE (WS-MSG-INDEX, WS-DX-INDEX)
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-DIAG-INDEX TO WS-DIAG-SLOT
               END-IF
           END-PERFORM.

      *> The message is refused whole if its new codes would not fit
      *> in the stay's 200 diagnosis occurrences.
       3750-CHECK-DIAGNOSIS-ROOM.
           MOVE OUT-DIAGNOSIS-COUNT TO WS-NEW-DIAG-COUNT
           PERFORM VARYING WS-DX-INDEX FROM 1 BY 1
                   UNTIL WS-DX-INDEX > WS-MSG-DIAG-COUNT (WS-MSG-INDEX)
               PERFORM 3720-FIND-DIAGNOSIS
               IF NOT WS-ENTRY-FOUND
                   ADD 1 TO WS-NEW-DIAG-COUNT
               END-IF
           END-PERFORM
           IF WS-NEW-DIAG-COUNT > 200
               MOVE 'DIAX' TO WS-APPLY-REASON
           END-IF.

       3800-TAKE-PROVIDER.
           IF WS-MSG-PROVIDER-ID (WS-MSG-INDEX) NOT = SPACES
               MOVE WS-MSG-PROVIDER-ID (WS-MSG-INDEX)
                   TO PROVIDER-ID OF PATIENT-HEADER
                      OF PATIENT-OUT-RECORD
           END-IF.

       3900-WRITE-STAY.
           WRITE PATIENT-OUT-RECORD
           ADD 1 TO WS-STAY-WRITTEN-COUNT.

      *> One acknowledgement per message, in arrival order.
       4000-WRITE-ACKNOWLEDGEMENTS.
           PERFORM VARYING WS-MSG-INDEX FROM 1 BY 1
                   UNTIL WS-MSG-INDEX > WS-MSG-COUNT
               MOVE WS-MSG-ENTRY (WS-MSG-INDEX) TO WS-CURRENT-MESSAGE
               PERFORM 4100-WRITE-ACK
           END-PERFORM.

      *> ACK is addressed back to the sender: MSH with the sender and
      *> receiver swapped, then MSA with the acknowledgement code, the
      *> original control ID and the reason in words.
       4100-WRITE-ACK.
           EVALUATE TRUE
               WHEN WS-CUR-STATUS = 'A'
                   MOVE 'AA' TO WS-ACK-CODE
               WHEN WS-CUR-REASON (1:3) = 'ORD'
                       OR WS-CUR-REASON = 'DIAX' OR = 'CAPX'
                   MOVE 'AE' TO WS-ACK-CODE
               WHEN OTHER
                   MOVE 'AR' TO WS-ACK-CODE
           END-EVALUATE
           EVALUATE WS-CUR-REASON
               WHEN SPACES
                   MOVE SPACES TO WS-REASON-TEXT
               WHEN 'MSHM'
                   MOVE 'MSH HEADER MALFORMED' TO WS-REASON-TEXT
               WHEN 'EVTU'
                   MOVE 'MESSAGE TYPE NOT SUPPORTED' TO WS-REASON-TEXT
               WHEN 'PIDM'
                   MOVE 'PATIENT ID MISSING OR INVALID'
                       TO WS-REASON-TEXT
               WHEN 'PV1M'
                   MOVE 'PV1 VISIT SEGMENT MALFORMED' TO WS-REASON-TEXT
               WHEN 'DG1M'
                   MOVE 'DG1 DIAGNOSIS SEGMENT MALFORMED'
                       TO WS-REASON-TEXT
               WHEN 'MRGM'
                   MOVE 'MRG PRIOR ID MISSING OR INVALID'
                       TO WS-REASON-TEXT
               WHEN 'ORDA'
                   MOVE 'PATIENT ALREADY ADMITTED' TO WS-REASON-TEXT
               WHEN 'ORDN'
                   MOVE 'NO OPEN STAY FOR PATIENT' TO WS-REASON-TEXT
               WHEN 'ORDD'
                   MOVE 'DISCHARGE BEFORE ADMISSION' TO WS-REASON-TEXT
               WHEN 'ORDT'
                   MOVE 'MESSAGE OUT OF SEQUENCE' TO WS-REASON-TEXT
               WHEN 'DIAX'
                   MOVE 'STAY DIAGNOSIS LIST FULL' TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'INTERFACE CAPACITY EXCEEDED' TO WS-REASON-TEXT
           END-EVALUATE
           MOVE SPACES TO HL7-ACK-SEGMENT
           STRING 'MSH|^~\&|' DELIMITED BY SIZE
                  WS-CUR-RECEIVER DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  WS-CUR-RECEIVER-FACILITY DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  WS-CUR-SENDER DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  WS-CUR-SENDER-FACILITY DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  WS-NOW DELIMITED BY SIZE
                  '||ACK^' DELIMITED BY SIZE
                  WS-CUR-EVENT DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  WS-CUR-CONTROL-ID DELIMITED BY SPACE
                  '|P|2.3' DELIMITED BY SIZE
               INTO HSA-SEGMENT-TEXT
           END-STRING
           WRITE HL7-ACK-SEGMENT
           MOVE SPACES TO HL7-ACK-SEGMENT
           STRING 'MSA|' DELIMITED BY SIZE
                  WS-ACK-CODE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-CUR-CONTROL-ID DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  WS-REASON-TEXT DELIMITED BY '  '
               INTO HSA-SEGMENT-TEXT
           END-STRING
           WRITE HL7-ACK-SEGMENT
           ADD 1 TO WS-ACK-COUNT.

       8000-WRITE-ERROR.
           INITIALIZE ADT-ERROR-RECORD
           MOVE WS-TODAY TO ADE-RECEIVED-DATE
           MOVE WS-CUR-CONTROL-ID TO ADE-CONTROL-ID
           MOVE WS-CUR-EVENT TO ADE-EVENT-TYPE
           MOVE WS-CUR-PATIENT-ID TO ADE-PATIENT-ID
           MOVE WS-CUR-REASON TO ADE-REASON-CODE
           MOVE WS-BAD-SEGMENT TO ADE-SEGMENT-TEXT
           WRITE ADT-ERROR-RECORD.

      *> Pick field WS-FIELD-NUMBER out of WS-SEGMENT; spaces when the
      *> segment is shorter.
       8100-GET-FIELD.
           IF WS-HEADER-SEGMENT
               MOVE WS-FIELD-NUMBER TO WS-FIELD-WANTED
           ELSE
               COMPUTE WS-FIELD-WANTED = WS-FIELD-NUMBER + 1
           END-IF
           MOVE SPACES TO WS-FIELD-VALUE
           MOVE 0 TO WS-FIELD-SEEN
           MOVE 1 TO WS-FIELD-POINTER
           PERFORM UNTIL WS-FIELD-SEEN = WS-FIELD-WANTED
                      OR WS-FIELD-POINTER > 256
               MOVE SPACES TO WS-FIELD-PIECE
               UNSTRING WS-SEGMENT DELIMITED BY '|'
                   INTO WS-FIELD-PIECE
                   WITH POINTER WS-FIELD-POINTER
               END-UNSTRING
               ADD 1 TO WS-FIELD-SEEN
           END-PERFORM
           IF WS-FIELD-SEEN = WS-FIELD-WANTED
               MOVE WS-FIELD-PIECE TO WS-FIELD-VALUE
           END-IF.

      *> First and second '^' components of the field just picked,
      *> with the length of the first.
       8150-GET-COMPONENT.
           MOVE SPACES TO WS-COMPONENT WS-COMPONENT-2
           UNSTRING WS-FIELD-VALUE DELIMITED BY '^'
               INTO WS-COMPONENT WS-COMPONENT-2
           END-UNSTRING
           MOVE 0 TO WS-TEXT-LENGTH
           INSPECT WS-COMPONENT TALLYING WS-TEXT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.

       8200-CHECK-ID.
           MOVE 'N' TO WS-ID-STATE
           IF WS-TEXT-LENGTH > 0 AND WS-TEXT-LENGTH NOT > 10
               IF WS-COMPONENT (1:WS-TEXT-LENGTH) IS NUMERIC
                   MOVE WS-COMPONENT (1:WS-TEXT-LENGTH) TO WS-ID-NUMBER
                   SET WS-ID-VALID TO TRUE
               END-IF
           END-IF.

       8300-CHECK-DATE.
           MOVE 'N' TO WS-DATE-STATE
           IF WS-DATE-TEXT IS NUMERIC
               IF WS-DATE-MONTH >= 1 AND WS-DATE-MONTH <= 12
                       AND WS-DATE-DAY >= 1 AND WS-DATE-DAY <= 31
                   SET WS-DATE-VALID TO TRUE
               END-IF
           END-IF.

       8400-FIND-PATIENT.
           MOVE 'N' TO WS-FOUND
           MOVE 0 TO WS-PAT-SLOT
           PERFORM VARYING WS-PAT-SCAN FROM 1 BY 1
                   UNTIL WS-PAT-SCAN > WS-PAT-COUNT OR WS-ENTRY-FOUND
               IF WS-PAT-ID (WS-PAT-SCAN) = WS-SEARCH-ID
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-PAT-SCAN TO WS-PAT-SLOT
               END-IF
           END-PERFORM.
