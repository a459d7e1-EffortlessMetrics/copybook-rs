      *> Contact-preference maintenance transaction - set records an
      *> opt-in or opt-out, clear withdraws a preference back to
      *> none. Purpose M marketing, S service, C clinical outreach;
      *> channel M mail, E email, P phone, T SMS text; an asterisk in
      *> either applies the action to all of them. SOURCE says where
      *> the person told us (call centre, web, letter, in person).
       01  CONTACT-PREFERENCE-TRANSACTION.
           05  CPT-ACTION-CODE          PIC X(1).
               88  CPT-SET              VALUE 'S'.
               88  CPT-CLEAR            VALUE 'C'.
           05  CPT-ENTERPRISE-ID        PIC 9(12).
           05  CPT-PURPOSE              PIC X(1).
               88  CPT-PURPOSE-VALID    VALUES 'M' 'S' 'C' '*'.
           05  CPT-CHANNEL              PIC X(1).
               88  CPT-CHANNEL-VALID    VALUES 'M' 'E' 'P' 'T' '*'.
           05  CPT-OPT-FLAG             PIC X(1).
               88  CPT-OPT-VALID        VALUES 'I' 'O'.
           05  CPT-EFFECTIVE-DATE       PIC 9(8).
           05  CPT-SOURCE               PIC X(4).
           05  CPT-MAINT-USER           PIC X(8).
           05  CPT-MAINT-DATE           PIC 9(8).
