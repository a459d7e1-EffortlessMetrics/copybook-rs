      *> Claim acknowledgment exception - a claim the clearinghouse
      *> or payer rejected at the front door, an acknowledgment that
      *> matches no claim sent (or answers an earlier submission), or
      *> a claim with no payer acceptance yet inside its timely-filing
      *> warning window, with the days left before the deadline.
       01  CLAIM-ACK-EXCEPTION-LINE.
           05  CAX-EXCEPTION-TYPE       PIC X(1).
               88  CAX-FRONT-DOOR-REJECT VALUE 'R'.
               88  CAX-UNMATCHED-ACK    VALUE 'U'.
               88  CAX-STALE-ACK        VALUE 'S'.
               88  CAX-FILING-AT-RISK   VALUE 'T'.
           05  CAX-CONTROL-NUMBER       PIC 9(9).
           05  CAX-INSURANCE-CODE       PIC X(6).
           05  CAX-PATIENT-ID           PIC X(12).
           05  CAX-ACK-TYPE             PIC X(3).
           05  CAX-STATUS-CODE          PIC X(8).
           05  CAX-CLAIM-STATUS         PIC X(1).
           05  CAX-LAST-SUBMIT-DATE     PIC 9(8).
           05  CAX-FILING-DEADLINE      PIC 9(8).
           05  CAX-DAYS-TO-DEADLINE     PIC S9(5).
