      *> IP address request block - the parameter area passed to
      *> IPADDR. A parse request checks the dotted-quad address and
      *> returns its numeric value; a resolve request also finds the
      *> country the geolocation master places it in. A malformed
      *> address or one in a private, loopback, link-local or
      *> reserved block never resolves; a routable address outside
      *> every loaded range comes back unresolved.
       01  IP-ADDRESS-REQUEST.
           05  IPA-FUNCTION             PIC X(1).
               88  IPA-PARSE-ONLY       VALUE 'P'.
               88  IPA-RESOLVE          VALUE 'R'.
               88  IPA-END-OF-RUN       VALUE 'C'.
           05  IPA-ADDRESS              PIC X(15).
           05  IPA-ADDRESS-NUMBER       PIC 9(10).
           05  IPA-COUNTRY-CODE         PIC X(3).
           05  IPA-RETURN-CODE          PIC X(1).
               88  IPA-RESOLVED         VALUE '0'.
               88  IPA-UNRESOLVED       VALUE '1'.
               88  IPA-NON-ROUTABLE     VALUE '2'.
               88  IPA-MALFORMED        VALUE '3'.
               88  IPA-ADDRESS-USABLE   VALUE '0' '1'.
