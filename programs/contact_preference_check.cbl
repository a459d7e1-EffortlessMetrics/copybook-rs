      *> CPREFCHK - Callable contact-preference check. Takes the
      *> request block, resolves the caller's identifier to the
      *> enterprise person through the identity cross-reference, and
      *> judges the intended purpose and channel against the
      *> contact-preference master. No preference, or an opt-in,
      *> sends as asked. An opt-out re-channels to the first channel
      *> of the same purpose the person has opted into (mail, email,
      *> phone, SMS order) and otherwise drops the contact. The
      *> cross-reference is loaded and the master opened on the first
      *> call and both stay for the run; a master that cannot be
      *> opened degrades to sending every contact with the degraded
      *> return code set.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPREFCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREFERENCE-MASTER ASSIGN TO "CONTPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-ENTERPRISE-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT XREF-MASTER ASSIGN TO "IDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-ENTERPRISE-ID
               FILE STATUS IS WS-XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREFERENCE-MASTER.
           COPY contact_preference_record.
       FD  XREF-MASTER.
           COPY identity_xref_record.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-XREF-STATUS              PIC X(2).
       01  WS-MASTER-STATE             PIC X(1) VALUE 'N'.
           88  WS-MASTER-OPEN          VALUE 'Y'.
           88  WS-MASTER-FAILED        VALUE 'F'.
       01  WS-XREF-EOF                 PIC X(1) VALUE 'N'.
           88  END-OF-XREF             VALUE 'Y'.
       01  WS-ENTRY-STATE              PIC X(1).
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-XREF-COUNT               PIC 9(5) VALUE 0.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 20000 TIMES.
               10  WS-XREF-ENTERPRISE-ID PIC 9(12).
               10  WS-XREF-CUSTOMER-ID PIC 9(12).
               10  WS-XREF-SUBJECT-ID  PIC 9(12).
               10  WS-XREF-PATIENT-ID  PIC 9(10).
       01  WS-IDX                      PIC 9(5).
       01  WS-PURPOSE-CODES            PIC X(3) VALUE 'MSC'.
       01  WS-PURPOSE-TABLE REDEFINES WS-PURPOSE-CODES.
           05  WS-PURPOSE-CODE OCCURS 3 TIMES
                                       PIC X(1).
       01  WS-CHANNEL-CODES            PIC X(4) VALUE 'MEPT'.
       01  WS-CHANNEL-TABLE REDEFINES WS-CHANNEL-CODES.
           05  WS-CHANNEL-CODE OCCURS 4 TIMES
                                       PIC X(1).
       01  WS-PURPOSE-INDEX            PIC 9(1) COMP.
       01  WS-CHANNEL-INDEX            PIC 9(1) COMP.
       01  WS-ALT-INDEX                PIC 9(1) COMP.

       LINKAGE SECTION.
           COPY contact_preference_request.

       PROCEDURE DIVISION USING CONTACT-PREFERENCE-REQUEST.
       0000-MAIN.
           SET CPQ-LOOKED-UP-OK TO TRUE
           SET CPQ-SEND TO TRUE
           MOVE CPQ-CHANNEL TO CPQ-OUT-CHANNEL
           MOVE 0 TO CPQ-ENTERPRISE-ID
           PERFORM 1000-OPEN-MASTER
           PERFORM 2000-RESOLVE-ENTERPRISE-ID
           PERFORM 3000-LOCATE-PURPOSE-CHANNEL
           IF WS-MASTER-OPEN AND CPQ-ENTERPRISE-ID NOT = 0
                   AND WS-PURPOSE-INDEX > 0 AND WS-CHANNEL-INDEX > 0
               MOVE CPQ-ENTERPRISE-ID TO CPM-ENTERPRISE-ID
               READ PREFERENCE-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM 4000-JUDGE-PREFERENCE
               END-READ
           END-IF
           IF WS-MASTER-FAILED
               SET CPQ-NO-MASTER TO TRUE
           END-IF
           GOBACK.

       1000-OPEN-MASTER.
           IF NOT WS-MASTER-OPEN AND NOT WS-MASTER-FAILED
               OPEN INPUT PREFERENCE-MASTER
               IF WS-MASTER-STATUS = "00"
                   SET WS-MASTER-OPEN TO TRUE
                   PERFORM 1100-LOAD-XREF
               ELSE
                   SET WS-MASTER-FAILED TO TRUE
               END-IF
           END-IF.

       1100-LOAD-XREF.
           OPEN INPUT XREF-MASTER
           IF WS-XREF-STATUS = "00"
               MOVE LOW-VALUES TO IDX-ENTERPRISE-ID
               START XREF-MASTER
                   KEY IS NOT LESS THAN IDX-ENTERPRISE-ID
                   INVALID KEY SET END-OF-XREF TO TRUE
               END-START
               PERFORM UNTIL END-OF-XREF
                   READ XREF-MASTER NEXT
                       AT END SET END-OF-XREF TO TRUE
                       NOT AT END
                           IF WS-XREF-COUNT < 20000
                               ADD 1 TO WS-XREF-COUNT
                               MOVE IDX-ENTERPRISE-ID TO
                                   WS-XREF-ENTERPRISE-ID (WS-XREF-COUNT)
                               MOVE IDX-CUSTOMER-ID TO
                                   WS-XREF-CUSTOMER-ID (WS-XREF-COUNT)
                               MOVE IDX-DATA-SUBJECT-ID TO
                                   WS-XREF-SUBJECT-ID (WS-XREF-COUNT)
                               MOVE IDX-PATIENT-ID TO
                                   WS-XREF-PATIENT-ID (WS-XREF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-MASTER
           END-IF.

      *> A domain ID of zero never matches - zero means no link on
      *> the cross-reference.
       2000-RESOLVE-ENTERPRISE-ID.
           IF CPQ-ENTERPRISE-ID-TYPE
               MOVE CPQ-DOMAIN-ID TO CPQ-ENTERPRISE-ID
           ELSE
               IF CPQ-DOMAIN-ID NOT = 0
                   MOVE 'N' TO WS-ENTRY-STATE
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-XREF-COUNT OR WS-ENTRY-FOUND
                       EVALUATE TRUE
                           WHEN CPQ-CUSTOMER-ID-TYPE
                               IF WS-XREF-CUSTOMER-ID (WS-IDX)
                                       = CPQ-DOMAIN-ID
                                   SET WS-ENTRY-FOUND TO TRUE
                               END-IF
                           WHEN CPQ-SUBJECT-ID-TYPE
                               IF WS-XREF-SUBJECT-ID (WS-IDX)
                                       = CPQ-DOMAIN-ID
                                   SET WS-ENTRY-FOUND TO TRUE
                               END-IF
                           WHEN CPQ-PATIENT-ID-TYPE
                               IF WS-XREF-PATIENT-ID (WS-IDX)
                                       = CPQ-DOMAIN-ID
                                   SET WS-ENTRY-FOUND TO TRUE
                               END-IF
                       END-EVALUATE
                       IF WS-ENTRY-FOUND
                           MOVE WS-XREF-ENTERPRISE-ID (WS-IDX)
                               TO CPQ-ENTERPRISE-ID
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       3000-LOCATE-PURPOSE-CHANNEL.
           MOVE 0 TO WS-PURPOSE-INDEX WS-CHANNEL-INDEX
           PERFORM VARYING WS-ALT-INDEX FROM 1 BY 1
               UNTIL WS-ALT-INDEX > 3
               IF WS-PURPOSE-CODE (WS-ALT-INDEX) = CPQ-PURPOSE
                   MOVE WS-ALT-INDEX TO WS-PURPOSE-INDEX
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ALT-INDEX FROM 1 BY 1
               UNTIL WS-ALT-INDEX > 4
               IF WS-CHANNEL-CODE (WS-ALT-INDEX) = CPQ-CHANNEL
                   MOVE WS-ALT-INDEX TO WS-CHANNEL-INDEX
               END-IF
           END-PERFORM.

      *> Only an explicit opt-out stops the contact; the first
      *> channel of the same purpose the person opted into carries
      *> it instead.
       4000-JUDGE-PREFERENCE.
           IF CPM-OPTED-OUT (WS-PURPOSE-INDEX WS-CHANNEL-INDEX)
               SET CPQ-DROP TO TRUE
               MOVE SPACE TO CPQ-OUT-CHANNEL
               PERFORM VARYING WS-ALT-INDEX FROM 1 BY 1
                   UNTIL WS-ALT-INDEX > 4 OR CPQ-RECHANNEL
                   IF WS-ALT-INDEX NOT = WS-CHANNEL-INDEX
                           AND CPM-OPTED-IN
                               (WS-PURPOSE-INDEX WS-ALT-INDEX)
                       SET CPQ-RECHANNEL TO TRUE
                       MOVE WS-CHANNEL-CODE (WS-ALT-INDEX)
                           TO CPQ-OUT-CHANNEL
                   END-IF
               END-PERFORM
           END-IF.
