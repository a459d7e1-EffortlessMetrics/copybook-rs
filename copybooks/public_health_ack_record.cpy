      *> Health department acknowledgment - the state's answer to one
      *> case report, identified by the case key it was sent under.
       01  PUBLIC-HEALTH-ACK-RECORD.
           05  PHA-PATIENT-ID           PIC X(12).
           05  PHA-ICD-CODE             PIC X(7).
           05  PHA-DIAGNOSIS-DATE       PIC 9(8).
           05  PHA-ACK-STATUS           PIC X(1).
               88  PHA-ACCEPTED         VALUE 'A'.
               88  PHA-REJECTED         VALUE 'R'.
           05  PHA-ACK-CODE             PIC X(8).
           05  PHA-ACK-DATE             PIC 9(8).
