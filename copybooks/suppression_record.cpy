      *> Restriction-of-processing suppression entry. The list build
      *> writes one entry per restricted DATA-SUBJECT-ID and, resolved
      *> through the enterprise identity cross-reference, one entry
      *> per linked per-domain identifier (the financial CUSTOMER-ID
      *> and the HIPAA PATIENT-ID) - so each consuming program
      *> matches its own domain's ID against the list, counts the
      *> skips on its control totals, and never relies on an
      *> implicit link between ID spaces.
      *> Derived entries are rebuilt from the active subject set on
      *> every list build, so releasing a subject lifts its linked
      *> domain IDs too.
