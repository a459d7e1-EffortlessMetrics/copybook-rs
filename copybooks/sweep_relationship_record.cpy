      *> Sweep relationship master - one row per sub-account linked to
      *> a concentration account, keyed on the relationship ID plus the
      *> sub-account so a relationship's rows read together. Every row
      *> of a relationship names the same concentration account. A
      *> zero-balance sub-account is swept to nothing every night; a
      *> target-balance one is swept or funded back to its target. The
      *> last sweep date and signed amount (positive swept up to the
      *> concentration, negative funded from it) are stamped by the
      *> sweep run.
       01  SWEEP-RELATIONSHIP-RECORD.
           05  SWR-SWEEP-KEY.
               10  SWR-RELATIONSHIP-ID  PIC 9(8).
               10  SWR-SUB-ACCOUNT      PIC 9(16).
           05  SWR-STATUS               PIC X(1).
               88  SWR-ACTIVE           VALUE 'A'.
               88  SWR-CLOSED           VALUE 'C'.
           05  SWR-CONCENTRATION-ACCOUNT PIC 9(16).
           05  SWR-CUSTOMER-ID          PIC 9(12).
           05  SWR-SWEEP-RULE           PIC X(1).
               88  SWR-ZERO-BALANCE     VALUE 'Z'.
               88  SWR-TARGET-BALANCE   VALUE 'T'.
           05  SWR-TARGET-AMOUNT        PIC 9(13)V99.
           05  SWR-LAST-SWEEP-DATE      PIC 9(8).
           05  SWR-LAST-SWEEP-AMOUNT    PIC S9(13)V99.
           05  SWR-MAINT-USER           PIC X(8).
