      * prior entries carry forward, every GDPR record whose
      * RIGHT-EXERCISED is 'RP' adds its subject, release transactions
      * lift a subject off the list when the restriction ends, and
      * every active subject's linked financial CUSTOMER-ID and HIPAA
      * PATIENT-ID - resolved through the enterprise identity
      * cross-reference - are added as derived entries, so each
      * consumer matches its own domain's ID.
      * Derived entries are never carried forward; they are rebuilt
      * from the active subject set after releases apply, so lifting
      * a subject's restriction lifts its linked IDs the same run.
           MOVE 'N' TO WS-EOF.

      * Every active subject entry also suppresses its linked
      * financial CUSTOMER-ID and PATIENT-ID; the cross-reference is
      * swept once and matched against the table so the list carries
      * the resolved per-domain identifiers its consumers compare
      * against.
       3500-EXPAND-DOMAIN-IDS.
           MOVE 'N' TO WS-XREF-EOF
           MOVE 0 TO IDX-ENTERPRISE-ID
                           AND IDX-CUSTOMER-ID NOT = 0
                           PERFORM 3600-ADD-LINKED-CUSTOMER
                       END-IF
                       IF IDX-DATA-SUBJECT-ID NOT = 0
                           AND IDX-PATIENT-ID NOT = 0
                           PERFORM 3700-ADD-LINKED-PATIENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XREF-MASTER.
               END-IF
           END-IF.

       3700-ADD-LINKED-PATIENT.
           MOVE IDX-DATA-SUBJECT-ID TO WS-SEEK-SUBJECT
           PERFORM 5000-FIND-SUBJECT
           IF WS-SUBJECT-LISTED
               MOVE WS-MATCH-INDEX TO WS-SUBJECT-SLOT
               MOVE IDX-PATIENT-ID TO WS-SEEK-SUBJECT
               PERFORM 5000-FIND-SUBJECT
               IF NOT WS-SUBJECT-LISTED
                   ADD 1 TO WS-SUP-COUNT
                   MOVE IDX-PATIENT-ID
                       TO WS-SUP-SUBJECT (WS-SUP-COUNT)
                   MOVE WS-SUP-DATE (WS-SUBJECT-SLOT)
                       TO WS-SUP-DATE (WS-SUP-COUNT)
                   MOVE 'A' TO WS-SUP-STATE (WS-SUP-COUNT)
                   MOVE 'D' TO WS-SUP-ORIGIN (WS-SUP-COUNT)
                   ADD 1 TO WS-LINKED-COUNT
               END-IF
           END-IF.

       4000-WRITE-LIST.
           PERFORM VARYING WS-SUP-INDEX FROM 1 BY 1
               UNTIL WS-SUP-INDEX > WS-SUP-COUNT
