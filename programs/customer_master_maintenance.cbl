      * status-change transactions to the keyed customer master with
      * the validations the file-edit path never had: an add must be a
      * new customer with a name, a change must hit an existing one,
      * an ownership category must be one deposit insurance knows,
      * and a close to inactive is refused while the balance is not
      * zero. Every applied transaction writes a before/after audit
      * line and the run closes with a one-line recap.
               WHEN CMT-CUSTOMER-NAME = SPACES
                   SET CMX-NAME-BLANK TO TRUE
                   PERFORM 9000-WRITE-REJECT
               WHEN NOT CMT-OWNERSHIP-VALID
                   SET CMX-BAD-OWNERSHIP TO TRUE
                   PERFORM 9000-WRITE-REJECT
               WHEN OTHER
                   MOVE SPACES TO WS-BEFORE-NAME
                   MOVE SPACE  TO WS-BEFORE-STATUS
                   SET CM-STATUS-ACTIVE TO TRUE
                   MOVE CMT-EFFECTIVE-DATE TO CM-EFFECTIVE-DATE
                   MOVE CMT-CREDIT-LIMIT TO CM-CREDIT-LIMIT
                   MOVE CMT-OWNERSHIP-CATEGORY
                       TO CM-OWNERSHIP-CATEGORY
                   WRITE CUSTOMER-MASTER-RECORD
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM 7000-WRITE-AUDIT
               WHEN CMT-CUSTOMER-NAME = SPACES
                   SET CMX-NAME-BLANK TO TRUE
                   PERFORM 9000-WRITE-REJECT
               WHEN NOT CMT-OWNERSHIP-VALID
                   SET CMX-BAD-OWNERSHIP TO TRUE
                   PERFORM 9000-WRITE-REJECT
               WHEN OTHER
                   MOVE CM-CUSTOMER-NAME   TO WS-BEFORE-NAME
                   MOVE CM-CUSTOMER-STATUS TO WS-BEFORE-STATUS
                   MOVE CMT-CUSTOMER-NAME  TO CM-CUSTOMER-NAME
                   MOVE CMT-EFFECTIVE-DATE TO CM-EFFECTIVE-DATE
                   MOVE CMT-CREDIT-LIMIT   TO CM-CREDIT-LIMIT
                   IF CMT-OWNERSHIP-CATEGORY NOT = SPACE
                       MOVE CMT-OWNERSHIP-CATEGORY
                           TO CM-OWNERSHIP-CATEGORY
                   END-IF
                   REWRITE CUSTOMER-MASTER-RECORD
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 7000-WRITE-AUDIT
