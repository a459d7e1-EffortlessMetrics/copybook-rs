      *> Contact-preference request block - the parameter area every
      *> outreach program passes to CPREFCHK for each person it means
      *> to contact. The person is named by whichever identifier the
      *> caller holds - enterprise, financial customer, GDPR data
      *> subject or HIPAA patient - with the purpose of the contact and
      *> the channel it would normally go by. The decision comes back
      *> as send on that channel, re-channel to the out-channel (the
      *> person opted out of the normal one but into another), or
      *> drop. A person the cross-reference or master does not know
      *> has no preference and is sent as asked; a master that cannot
      *> be opened sends everything with the degraded code set.
       01  CONTACT-PREFERENCE-REQUEST.
           05  CPQ-ID-TYPE              PIC X(1).
               88  CPQ-ENTERPRISE-ID-TYPE VALUE 'E'.
               88  CPQ-CUSTOMER-ID-TYPE VALUE 'C'.
               88  CPQ-SUBJECT-ID-TYPE  VALUE 'S'.
               88  CPQ-PATIENT-ID-TYPE  VALUE 'P'.
           05  CPQ-DOMAIN-ID            PIC 9(12).
           05  CPQ-PURPOSE              PIC X(1).
               88  CPQ-MARKETING        VALUE 'M'.
               88  CPQ-SERVICE          VALUE 'S'.
               88  CPQ-CLINICAL         VALUE 'C'.
           05  CPQ-CHANNEL              PIC X(1).
           05  CPQ-ENTERPRISE-ID        PIC 9(12).
           05  CPQ-OUT-CHANNEL          PIC X(1).
           05  CPQ-DECISION             PIC X(1).
               88  CPQ-SEND             VALUE 'S'.
               88  CPQ-RECHANNEL        VALUE 'R'.
               88  CPQ-DROP             VALUE 'D'.
           05  CPQ-RETURN-CODE          PIC X(1).
               88  CPQ-LOOKED-UP-OK     VALUE '0'.
               88  CPQ-NO-MASTER        VALUE '1'.
