      *> section of TRANSACTION-HISTORY activity, the rewards summary,
      *> a section-total line per section (each cross-footing to the
      *> stand-alone statement programs' own totals), and a statement
      *> trailer. A card account that has closed a billing cycle also
      *> gets a cycle summary line in its card section - statement
      *> balance in the amount, payment due date as the line date, the
      *> minimum payment spelled out in the text - which is
      *> informational and stays out of the section total.
       01  RELATIONSHIP-STATEMENT-LINE.
           05  RSL-LINE-TYPE            PIC X(1).
               88  RSL-ADDRESS-HEADER   VALUE 'H'.
               88  RSL-POSITION-LINE    VALUE 'F'.
               88  RSL-CARD-LINE        VALUE 'C'.
               88  RSL-CYCLE-SUMMARY    VALUE 'S'.
               88  RSL-REWARDS-LINE     VALUE 'R'.
               88  RSL-SECTION-TOTAL    VALUE 'T'.
               88  RSL-STATEMENT-TOTAL  VALUE 'G'.
