      * stay whose patient carries a multi-payer coverage set, the
      * remainder of TOTAL-CHARGES not yet covered goes out as a
      * claim to the next payer in benefit order - a numbered header
      * and single remainder line in the CLAIMGEN extract layout,
      * the line carrying the stay's principal diagnosis, treatment,
      * rendering provider and service date, so the payer split,
      * X12GEN and REMITPST take it like any other claim.
      * PATIENT-RESPONSIBILITY only survives on the rewritten master
      * once every payer in the set has adjudicated; until then the
      * stay carries zero responsibility and an open COB case tracks
           MOVE WS-REMAINDER TO CLM-CLAIM-TOTAL
           MOVE TOTAL-CHARGES OF PATIENT-OUT-RECORD
               TO CLM-STAY-TOTAL-CHARGES
           MOVE DISCHARGE-DATE OF PATIENT-OUT-RECORD
               TO CLM-DISCHARGE-DATE
           MOVE PROVIDER-ID OF PATIENT-HEADER OF PATIENT-OUT-RECORD
               TO CLM-PROVIDER-ID
           WRITE INSURANCE-CLAIM-RECORD
           INITIALIZE INSURANCE-CLAIM-RECORD
           SET CLM-CLAIM-LINE TO TRUE
               TO CLM-ADMISSION-DATE
           MOVE 1 TO CLM-LINE-NUMBER
           MOVE WS-REMAINDER TO CLM-PROCEDURE-COST
           MOVE DISCHARGE-DATE OF PATIENT-OUT-RECORD
               TO CLM-DISCHARGE-DATE
           IF OUT-DIAGNOSIS-COUNT > 0
               MOVE ICD-CODE OF PATIENT-OUT-RECORD (1)
                   TO CLM-ICD-CODE
               MOVE TREATMENT-CODE OF PATIENT-OUT-RECORD (1)
                   TO CLM-TREATMENT-CODE
               MOVE PROVIDER-ID OF TREATMENT-INFO
                   OF PATIENT-OUT-RECORD (1)
                   TO CLM-PROVIDER-ID
               MOVE START-DATE OF PATIENT-OUT-RECORD (1)
                   TO CLM-SERVICE-DATE
           END-IF
           WRITE INSURANCE-CLAIM-RECORD.

       3600-WRITE-LOG-LINE.
