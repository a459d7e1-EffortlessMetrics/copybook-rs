      *> Clearinghouse acknowledgment - one per claim the 999 or
      *> 277CA answers for. The 837 formatter sends the claim control
      *> number as both the ST02 set control and the CLM01 patient
      *> control number, so a 999 AK2 and a 277CA claim status both
      *> come back on XAK-CONTROL-NUMBER. Status A is accepted, E
      *> accepted with errors, R rejected; XAK-STATUS-CODE carries the
      *> 999 IK5 code or the 277CA STC category:status pair.
       01  X12-ACK-RECORD.
           05  XAK-ACK-TYPE             PIC X(3).
               88  XAK-999              VALUE '999'.
               88  XAK-277CA            VALUE '277'.
           05  XAK-CONTROL-NUMBER       PIC 9(9).
           05  XAK-ACK-STATUS           PIC X(1).
               88  XAK-ACCEPTED         VALUE 'A' 'E'.
               88  XAK-REJECTED         VALUE 'R'.
           05  XAK-STATUS-CODE          PIC X(8).
           05  XAK-PAYER-CLAIM-NUMBER   PIC X(20).
           05  XAK-ACK-DATE             PIC 9(8).
