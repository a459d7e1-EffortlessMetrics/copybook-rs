      *> Order shipping instruction - the date an order is to ship,
      *> the carrier planned to take it and the delivery date the
      *> customer was promised. An order with none ships on the
      *> business date in the day's last wave; a zero promised date
      *> means any delivery date will do.
       01  SHIP-INSTRUCTION-RECORD.
           05  SHI-ORDER-ID             PIC 9(8).
           05  SHI-SHIP-DATE            PIC 9(8).
           05  SHI-CARRIER-CODE         PIC X(4).
           05  SHI-PROMISED-DATE        PIC 9(8).
