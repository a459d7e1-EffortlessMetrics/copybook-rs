      * Account analysis statement line - the month's analysis for
      * one business account: a line per billable service with its
      * volume, unit price and charge, the total service charges, the
      * earnings credit on the average collected balance, and the net
      * fee posted to the account (never below zero).
       01  ACCOUNT-ANALYSIS-STATEMENT-LINE.
           05  ASL-CUSTOMER-ID          PIC 9(12).
           05  ASL-ACCOUNT-NUMBER       PIC 9(16).
           05  ASL-MONTH                PIC 9(6).
           05  ASL-LINE-TYPE            PIC X(1).
               88  ASL-SERVICE-LINE     VALUE 'S'.
               88  ASL-SERVICE-TOTAL    VALUE 'T'.
               88  ASL-EARNINGS-CREDIT  VALUE 'E'.
               88  ASL-NET-FEE          VALUE 'N'.
           05  ASL-SERVICE-CODE         PIC X(4).
           05  ASL-DESCRIPTION          PIC X(30).
           05  ASL-VOLUME               PIC 9(7).
           05  ASL-UNIT-PRICE           PIC 9(3)V99.
           05  ASL-AMOUNT               PIC S9(11)V99.
           05  ASL-AVERAGE-BALANCE      PIC S9(13)V99.
           05  ASL-EARNINGS-RATE        PIC 9(2)V9(4).
