      * draws a unit down and passes; a line with no usable auth has
      * its INSURANCE-CODE blanked on the gated output - which is
      * exactly what CLAIMGEN skips - and lands on the work queue so
      * the desk resolves it instead of billing into a denial. The
      * stays it reads are CHGVALID's validated output, so every line
      * arrives priced from the chargemaster.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGATE.

