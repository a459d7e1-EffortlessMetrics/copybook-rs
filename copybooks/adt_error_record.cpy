      *> ADT error queue record - an inbound ADT message the interface
      *> would not apply, with the raw segment that failed it (the MSH
      *> header when the message failed as a whole) so registration
      *> can correct and resend it.
       01  ADT-ERROR-RECORD.
           05  ADE-RECEIVED-DATE        PIC 9(8).
           05  ADE-CONTROL-ID           PIC X(20).
           05  ADE-EVENT-TYPE           PIC X(3).
           05  ADE-PATIENT-ID           PIC X(12).
           05  ADE-REASON-CODE          PIC X(4).
               88  ADE-BAD-HEADER       VALUE 'MSHM'.
               88  ADE-UNSUPPORTED-EVENT VALUE 'EVTU'.
               88  ADE-STRAY-SEGMENT    VALUE 'SEGO'.
               88  ADE-BAD-PATIENT-ID   VALUE 'PIDM'.
               88  ADE-BAD-VISIT        VALUE 'PV1M'.
               88  ADE-BAD-DIAGNOSIS    VALUE 'DG1M'.
               88  ADE-BAD-MERGE        VALUE 'MRGM'.
               88  ADE-ALREADY-ADMITTED VALUE 'ORDA'.
               88  ADE-NO-OPEN-STAY     VALUE 'ORDN'.
               88  ADE-DISCHARGE-BEFORE-ADMIT VALUE 'ORDD'.
               88  ADE-OUT-OF-SEQUENCE  VALUE 'ORDT'.
               88  ADE-DIAGNOSES-FULL   VALUE 'DIAX'.
               88  ADE-OVER-CAPACITY    VALUE 'CAPX'.
           05  ADE-SEGMENT-TEXT         PIC X(256).
