      *> records are rewritten with the accepted CONSENT-VERSION and
      *> a fresh CONSENT-TIMESTAMP on the pass-through output, so
      *> the next selection sweep no longer picks them up. Responses
      *> from subjects the campaign never mailed reject, except a
      *> subject held back on a contact opt-out, who may still
      *> re-consent unprompted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONRSP.

               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ROW-EXISTS TO TRUE
           END-READ
           IF WS-ROW-EXISTS AND (RCC-MAILED OR RCC-EXPIRED
                   OR RCC-CONTACT-SUPPRESSED)
               SET RCC-RESPONDED TO TRUE
               MOVE RCR-RESPONSE-DATE TO RCC-RESPONSE-DATE
               REWRITE RECONSENT-CAMPAIGN-RECORD
