      *> Date-of-death notification - opens an estate case against an
      *> enterprise identity, or closes one when probate completes,
      *> with the operator or channel that reported it. An insolvency
      *> notice marks an open case's estate unable to pay its debts.
       01  ESTATE-NOTIFICATION.
           05  DCN-ACTION-CODE          PIC X(1).
               88  DCN-OPEN-CASE        VALUE 'O'.
               88  DCN-CLOSE-CASE       VALUE 'C'.
               88  DCN-INSOLVENT-ESTATE VALUE 'I'.
           05  DCN-ENTERPRISE-ID        PIC 9(12).
           05  DCN-DATE-OF-DEATH        PIC 9(8).
           05  DCN-NOTIFIED-BY          PIC X(8).
