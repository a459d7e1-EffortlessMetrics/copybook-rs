      * claim per patient-stay-insurer: a numbered claim header with
      * line count, claim total and the stay's TOTAL-CHARGES tie-back,
      * followed by the line detail from BILLING-INFO. The extract is
      * split to the payer portals downstream on CLM-INSURANCE-CODE
      * and formatted to 837 by X12GEN, so the header carries the
      * attending provider and discharge date and each line its
      * rendering provider and service date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIMGEN.

           MOVE WS-LINE-NUMBER   TO CLM-LINE-COUNT
           MOVE WS-CLAIM-TOTAL   TO CLM-CLAIM-TOTAL
           MOVE TOTAL-CHARGES    TO CLM-STAY-TOTAL-CHARGES
           MOVE DISCHARGE-DATE   TO CLM-DISCHARGE-DATE
           MOVE PROVIDER-ID OF PATIENT-HEADER TO CLM-PROVIDER-ID
           WRITE INSURANCE-CLAIM-RECORD.

       3200-WRITE-CLAIM-LINE.
           MOVE PROCEDURE-COST (WS-DIAG-INDEX)
               TO CLM-PROCEDURE-COST
           MOVE COPAY-AMOUNT (WS-DIAG-INDEX)   TO CLM-COPAY-AMOUNT
           MOVE DISCHARGE-DATE   TO CLM-DISCHARGE-DATE
           MOVE PROVIDER-ID OF TREATMENT-INFO (WS-DIAG-INDEX)
               TO CLM-PROVIDER-ID
           MOVE START-DATE (WS-DIAG-INDEX)     TO CLM-SERVICE-DATE
           WRITE INSURANCE-CLAIM-RECORD
           ADD 1 TO WS-LINE-COUNT.
