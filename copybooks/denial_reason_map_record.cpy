      *> Denial reason map - the denial category each payer
      *> adjustment reason code falls into. A reason mapped to the
      *> contractual category is an agreed write-down, not a denial;
      *> a reason with no row counts as other.
       01  DENIAL-REASON-MAP-RECORD.
           05  DRM-REASON-CODE          PIC X(5).
           05  DRM-CATEGORY             PIC X(2).
               88  DRM-ELIGIBILITY      VALUE 'EL'.
               88  DRM-AUTHORIZATION    VALUE 'AU'.
               88  DRM-CODING           VALUE 'CD'.
               88  DRM-TIMELY-FILING    VALUE 'TF'.
               88  DRM-MEDICAL-NECESSITY VALUE 'MN'.
               88  DRM-DUPLICATE        VALUE 'DU'.
               88  DRM-CONTRACTUAL      VALUE 'CT'.
               88  DRM-OTHER            VALUE 'OT'.
