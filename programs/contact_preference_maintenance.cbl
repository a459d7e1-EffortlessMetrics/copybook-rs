      *> CPREFMNT - Contact-preference maintenance. Applies set and
      *> clear transactions to the contact-preference master keyed on
      *> the enterprise person ID, so a request taken by the call
      *> centre, the web or a letter reaches every outreach program
      *> through CPREFCHK. The person must be known to the identity
      *> cross-reference. An asterisk purpose or channel applies the
      *> action across all of them; a preference dated before the one
      *> already held for a purpose and channel does not overwrite
      *> it. Every change writes a before/after audit line, and
      *> anything that cannot apply goes to the reject file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPREFMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "CPREFTRN"
               ORGANIZATION IS SEQUENTIAL.
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
           SELECT AUDIT-FILE ASSIGN TO "CPREFAUD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "CPREFREJ"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           COPY contact_preference_transaction.
       FD  PREFERENCE-MASTER.
           COPY contact_preference_record.
       FD  XREF-MASTER.
           COPY identity_xref_record.
       FD  AUDIT-FILE.
           COPY contact_preference_audit.
       FD  REJECT-FILE.
           COPY contact_preference_transaction
               REPLACING ==CONTACT-PREFERENCE-TRANSACTION==
                      BY ==REJECTED-PREFERENCE-TRANSACTION==
                         LEADING ==CPT== BY ==RJC==.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-XREF-STATUS              PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-XREF-STATE               PIC X(1) VALUE 'N'.
           88  WS-XREF-AVAILABLE       VALUE 'Y'.
       01  WS-ROW-STATE                PIC X(1).
           88  WS-ROW-FOUND            VALUE 'Y'.
       01  WS-VALID-STATE              PIC X(1).
           88  WS-MAINT-VALID          VALUE 'Y'.
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
       01  WS-EFFECTIVE-DATE           PIC 9(8).
       01  WS-NEW-FLAG                 PIC X(1).
       01  WS-CELL-CHANGES             PIC 9(2).
       01  WS-COUNTS.
           05  WS-APPLIED-COUNT        PIC 9(9) VALUE 0.
           05  WS-CHANGE-COUNT         PIC 9(9) VALUE 0.
           05  WS-UNCHANGED-COUNT      PIC 9(9) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN I-O PREFERENCE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               OPEN OUTPUT PREFERENCE-MASTER
               CLOSE PREFERENCE-MASTER
               OPEN I-O PREFERENCE-MASTER
           END-IF
           OPEN INPUT XREF-MASTER
           IF WS-XREF-STATUS = "00"
               SET WS-XREF-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT AUDIT-FILE REJECT-FILE
           PERFORM 1000-READ-MAINT
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-APPLY-MAINT
               PERFORM 1000-READ-MAINT
           END-PERFORM
           IF WS-XREF-AVAILABLE
               CLOSE XREF-MASTER
           END-IF
           CLOSE PREFERENCE-MASTER MAINT-FILE AUDIT-FILE REJECT-FILE
           DISPLAY "CPREFMNT: APPLIED=" WS-APPLIED-COUNT
                   " CHANGES=" WS-CHANGE-COUNT
                   " UNCHANGED=" WS-UNCHANGED-COUNT
                   " REJECTED=" WS-REJECTED-COUNT
           GOBACK.

       1000-READ-MAINT.
           READ MAINT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-APPLY-MAINT.
           SET WS-MAINT-VALID TO TRUE
           IF CPT-ENTERPRISE-ID = 0
                   OR (NOT CPT-SET AND NOT CPT-CLEAR)
                   OR NOT CPT-PURPOSE-VALID
                   OR NOT CPT-CHANNEL-VALID
                   OR (CPT-SET AND NOT CPT-OPT-VALID)
               MOVE 'N' TO WS-VALID-STATE
           END-IF
           IF WS-MAINT-VALID AND WS-XREF-AVAILABLE
               MOVE CPT-ENTERPRISE-ID TO IDX-ENTERPRISE-ID
               READ XREF-MASTER
                   INVALID KEY MOVE 'N' TO WS-VALID-STATE
               END-READ
           END-IF
           IF NOT WS-MAINT-VALID
               PERFORM 9000-REJECT-MAINT
           ELSE
               PERFORM 2100-APPLY-PREFERENCE
           END-IF.

       2100-APPLY-PREFERENCE.
           MOVE CPT-ENTERPRISE-ID TO CPM-ENTERPRISE-ID
           MOVE 'N' TO WS-ROW-STATE
           READ PREFERENCE-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ROW-FOUND TO TRUE
           END-READ
           IF NOT WS-ROW-FOUND
               INITIALIZE CONTACT-PREFERENCE-RECORD
               MOVE CPT-ENTERPRISE-ID TO CPM-ENTERPRISE-ID
           END-IF
           IF CPT-EFFECTIVE-DATE = 0
               MOVE CPT-MAINT-DATE TO WS-EFFECTIVE-DATE
           ELSE
               MOVE CPT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           END-IF
           IF CPT-SET
               MOVE CPT-OPT-FLAG TO WS-NEW-FLAG
           ELSE
               MOVE SPACE TO WS-NEW-FLAG
           END-IF
           MOVE 0 TO WS-CELL-CHANGES
           PERFORM VARYING WS-PURPOSE-INDEX FROM 1 BY 1
               UNTIL WS-PURPOSE-INDEX > 3
               IF CPT-PURPOSE = '*'
                       OR CPT-PURPOSE = WS-PURPOSE-CODE
                           (WS-PURPOSE-INDEX)
                   PERFORM VARYING WS-CHANNEL-INDEX FROM 1 BY 1
                       UNTIL WS-CHANNEL-INDEX > 4
                       IF CPT-CHANNEL = '*'
                               OR CPT-CHANNEL = WS-CHANNEL-CODE
                                   (WS-CHANNEL-INDEX)
                           PERFORM 2200-APPLY-CELL
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           ADD 1 TO WS-APPLIED-COUNT
           IF WS-CELL-CHANGES = 0
               ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
               MOVE CPT-SOURCE TO CPM-LAST-SOURCE
               MOVE CPT-MAINT-USER TO CPM-MAINT-USER
               MOVE CPT-MAINT-DATE TO CPM-MAINT-DATE
               IF WS-ROW-FOUND
                   REWRITE CONTACT-PREFERENCE-RECORD
               ELSE
                   WRITE CONTACT-PREFERENCE-RECORD
               END-IF
           END-IF.

      *> A later-dated preference already held for this purpose and
      *> channel stands; re-stating the same preference changes
      *> nothing.
       2200-APPLY-CELL.
           IF WS-EFFECTIVE-DATE NOT <
                   CPM-OPT-DATE (WS-PURPOSE-INDEX WS-CHANNEL-INDEX)
                   AND WS-NEW-FLAG NOT =
                   CPM-OPT-FLAG (WS-PURPOSE-INDEX WS-CHANNEL-INDEX)
               INITIALIZE CONTACT-PREFERENCE-AUDIT
               MOVE CPT-ACTION-CODE TO CPA-ACTION-CODE
               MOVE CPT-ENTERPRISE-ID TO CPA-ENTERPRISE-ID
               MOVE WS-PURPOSE-CODE (WS-PURPOSE-INDEX) TO CPA-PURPOSE
               MOVE WS-CHANNEL-CODE (WS-CHANNEL-INDEX) TO CPA-CHANNEL
               MOVE CPM-OPT-FLAG (WS-PURPOSE-INDEX WS-CHANNEL-INDEX)
                   TO CPA-BEFORE-FLAG
               MOVE CPM-OPT-DATE (WS-PURPOSE-INDEX WS-CHANNEL-INDEX)
                   TO CPA-BEFORE-DATE
               MOVE WS-NEW-FLAG
                   TO CPM-OPT-FLAG (WS-PURPOSE-INDEX WS-CHANNEL-INDEX)
               MOVE WS-EFFECTIVE-DATE
                   TO CPM-OPT-DATE (WS-PURPOSE-INDEX WS-CHANNEL-INDEX)
               MOVE WS-NEW-FLAG TO CPA-AFTER-FLAG
               MOVE WS-EFFECTIVE-DATE TO CPA-AFTER-DATE
               MOVE CPT-SOURCE TO CPA-SOURCE
               MOVE CPT-MAINT-USER TO CPA-MAINT-USER
               MOVE CPT-MAINT-DATE TO CPA-MAINT-DATE
               WRITE CONTACT-PREFERENCE-AUDIT
               ADD 1 TO WS-CELL-CHANGES
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

       9000-REJECT-MAINT.
           MOVE CONTACT-PREFERENCE-TRANSACTION
               TO REJECTED-PREFERENCE-TRANSACTION
           WRITE REJECTED-PREFERENCE-TRANSACTION
           ADD 1 TO WS-REJECTED-COUNT.
