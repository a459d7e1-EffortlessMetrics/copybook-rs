           MOVE 'ER' TO ERO-RIGHT-EXERCISED
           MOVE WS-TODAY TO ERO-RECEIVED-DATE
           MOVE 'N' TO ERO-EXTENSION-FLAG
           MOVE SPACES TO ERO-DECISION-PROGRAM
           WRITE ERASURE-ROUTE-RECORD.

      *> Pending and upheld subjects suppress; an override lifts
