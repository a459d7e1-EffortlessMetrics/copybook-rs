      * merged PATIENT-ID to its survivor (re-pointed if the survivor
      * itself was already merged); an unlink removes the mapping.
      * Downstream programs consult the master so a merged patient's
      * diagnoses and consent status read as one record. Merge events
      * from registration arrive as link transactions written by ADTIN
      * on ADTMRGTX, concatenated ahead of the review decisions.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATMERGE.

