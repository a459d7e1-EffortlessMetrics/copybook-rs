      *> Card settlement reconciliation line - our MERCHSTL batch
      *> against the network's settlement for one merchant, the
      *> network's totals against ours, or the day's net break. The
      *> difference is always the network's figure less ours.
       01  CARD-SETTLEMENT-RECON-LINE.
           05  CSR-LINE-TYPE            PIC X(1).
               88  CSR-MATCHED          VALUE 'M'.
               88  CSR-INTERCHANGE-BREAK VALUE 'I'.
               88  CSR-NETWORK-ONLY     VALUE 'W'.
               88  CSR-OURS-ONLY        VALUE 'U'.
               88  CSR-NETWORK-SUMMARY  VALUE 'N'.
               88  CSR-CONTROL-BREAK    VALUE 'C'.
               88  CSR-DAY-BREAK        VALUE 'S'.
           05  CSR-NETWORK-ID           PIC X(4).
           05  CSR-MERCHANT-ID          PIC X(15).
           05  CSR-SETTLEMENT-DATE      PIC 9(8).
           05  CSR-OUR-COUNT            PIC 9(7).
           05  CSR-NETWORK-COUNT        PIC 9(7).
           05  CSR-OUR-GROSS            PIC S9(13)V99.
           05  CSR-NETWORK-GROSS        PIC S9(13)V99.
           05  CSR-OUR-INTERCHANGE      PIC S9(11)V99.
           05  CSR-NETWORK-INTERCHANGE  PIC S9(11)V99.
           05  CSR-OUR-NET              PIC S9(13)V99.
           05  CSR-NETWORK-NET          PIC S9(13)V99.
           05  CSR-DIFFERENCE           PIC S9(13)V99.
