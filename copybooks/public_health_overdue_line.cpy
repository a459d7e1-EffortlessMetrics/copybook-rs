      *> Infection control case follow-up line - a case the health
      *> department rejected, one still unacknowledged past its
      *> reporting deadline, or an acknowledgment that matches no
      *> case sent.
       01  PUBLIC-HEALTH-OVERDUE-LINE.
           05  PHO-REASON               PIC X(1).
               88  PHO-REJECTED         VALUE 'R'.
               88  PHO-OVERDUE          VALUE 'O'.
               88  PHO-UNMATCHED-ACK    VALUE 'U'.
           05  PHO-PATIENT-ID           PIC X(12).
           05  PHO-ICD-CODE             PIC X(7).
           05  PHO-DIAGNOSIS-DATE       PIC 9(8).
           05  PHO-CONDITION-NAME       PIC X(30).
           05  PHO-CASE-STATUS          PIC X(1).
           05  PHO-DUE-DATE             PIC 9(8).
           05  PHO-SUBMIT-DATE          PIC 9(8).
           05  PHO-ACK-CODE             PIC X(8).
           05  PHO-DAYS-PAST-DUE        PIC S9(5).
