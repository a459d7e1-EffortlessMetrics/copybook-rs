      * Service price schedule - the unit price account analysis
      * charges a business account for each item of one billable
      * service, with the description printed on the statement.
      * Services: DBIT and CRDT posted debits and credits, WIRE wires
      * sent, CHCK checks written, ACHO ACH entries originated.
       01  SERVICE-PRICE-RECORD.
           05  SVP-SERVICE-CODE         PIC X(4).
           05  SVP-UNIT-PRICE           PIC 9(3)V99.
           05  SVP-DESCRIPTION          PIC X(30).
