      *> IP screening hit - one ledger entry whose session metadata
      *> IPSCREEN flagged: from a sanctioned jurisdiction, from a
      *> country other than the user's home country, too soon after
      *> the same user's entry from another country to have
      *> travelled there, or carrying an address that is malformed
      *> or not routable. The prior fields carry the home country
      *> for a mismatch and the earlier entry for impossible travel.
       01  IP-SCREENING-HIT.
           05  IPH-BATCH-ID             PIC X(20).
           05  IPH-HIT-TYPE             PIC X(1).
               88  IPH-SANCTIONED       VALUE 'S'.
               88  IPH-HOME-MISMATCH    VALUE 'H'.
               88  IPH-IMPOSSIBLE-TRAVEL VALUE 'T'.
               88  IPH-BAD-ADDRESS      VALUE 'B'.
           05  IPH-ENTRY-ID             PIC X(16).
           05  IPH-USER-ID              PIC X(8).
           05  IPH-SESSION-ID           PIC X(16).
           05  IPH-IP-ADDRESS           PIC X(15).
           05  IPH-COUNTRY-CODE         PIC X(3).
           05  IPH-CREATE-TS            PIC 9(14).
           05  IPH-AMOUNT               PIC S9(13)V99.
           05  IPH-PRIOR-COUNTRY        PIC X(3).
           05  IPH-PRIOR-IP-ADDRESS     PIC X(15).
           05  IPH-PRIOR-CREATE-TS      PIC 9(14).
           05  IPH-MINUTES-APART        PIC 9(6).
