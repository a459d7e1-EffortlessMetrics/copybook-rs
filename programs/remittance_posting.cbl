      * would overpay one land on the unapplied-cash exception file;
      * every line also writes a suspense wrapper - an entry for
      * unapplied cash, a clear for an applied line - so SUSPLOAD
      * carries the unapplied money as a provable balance. Payments
      * still apply to the claim as a whole; the line numbers and
      * adjustment reason codes a payer remits are left for DENIALWQ
      * to work the denials and short payments.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMITPST.

