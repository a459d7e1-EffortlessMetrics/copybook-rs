      *> Drug class reference - the allergen classes a MEDICATION-CODE
      *> belongs to, one row per code and class, so a prescription is
      *> checked against the patient's allergies by class rather than
      *> by product.
       01  DRUG-CLASS-REFERENCE.
           05  DCR-MEDICATION-CODE      PIC X(12).
           05  DCR-DRUG-CLASS           PIC X(8).
