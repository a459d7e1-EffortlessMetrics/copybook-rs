      *> NACHA file record - the 94-character fixed record of an ACH
      *> origination file. The record type code decides which layout
      *> the remaining 93 characters carry: file header '1', batch
      *> header '5', entry detail '6', addenda '7', batch control '8'
      *> and file control '9' (also the all-nines block filler).
      *> Amounts are unsigned whole cents; dates are YYMMDD. On a
      *> return or notification-of-change file coming back from the
      *> ODFI the addenda carries type '99' (return, with the R-code)
      *> or '98' (change, with the C-code and the corrected data),
      *> each naming the original entry's trace number.
       01  NACHA-FILE-RECORD.
           05  NFR-RECORD-TYPE              PIC X(1).
               88  NFR-FILE-HEADER-TYPE     VALUE '1'.
               88  NFR-BATCH-HEADER-TYPE    VALUE '5'.
               88  NFR-ENTRY-DETAIL-TYPE    VALUE '6'.
               88  NFR-ADDENDA-TYPE         VALUE '7'.
               88  NFR-BATCH-CONTROL-TYPE   VALUE '8'.
               88  NFR-FILE-CONTROL-TYPE    VALUE '9'.
           05  NFR-RECORD-BODY              PIC X(93).
           05  NFR-FILE-HEADER REDEFINES NFR-RECORD-BODY.
               10  NFH-PRIORITY-CODE        PIC X(2).
               10  NFH-IMMEDIATE-DEST       PIC X(10).
               10  NFH-IMMEDIATE-ORIGIN     PIC X(10).
               10  NFH-CREATION-DATE        PIC 9(6).
               10  NFH-CREATION-TIME        PIC 9(4).
               10  NFH-FILE-ID-MODIFIER     PIC X(1).
               10  NFH-RECORD-SIZE          PIC X(3).
               10  NFH-BLOCKING-FACTOR      PIC X(2).
               10  NFH-FORMAT-CODE          PIC X(1).
               10  NFH-DEST-NAME            PIC X(23).
               10  NFH-ORIGIN-NAME          PIC X(23).
               10  NFH-REFERENCE-CODE       PIC X(8).
           05  NFR-BATCH-HEADER REDEFINES NFR-RECORD-BODY.
               10  NBH-SERVICE-CLASS        PIC X(3).
                   88  NBH-MIXED-ENTRIES    VALUE '200'.
                   88  NBH-CREDITS-ONLY     VALUE '220'.
                   88  NBH-DEBITS-ONLY      VALUE '225'.
               10  NBH-COMPANY-NAME         PIC X(16).
               10  NBH-DISCRETIONARY        PIC X(20).
               10  NBH-COMPANY-ID           PIC X(10).
               10  NBH-SEC-CODE             PIC X(3).
               10  NBH-ENTRY-DESCRIPTION    PIC X(10).
               10  NBH-DESCRIPTIVE-DATE     PIC X(6).
               10  NBH-EFFECTIVE-DATE       PIC 9(6).
               10  NBH-SETTLEMENT-DATE      PIC X(3).
               10  NBH-ORIGINATOR-STATUS    PIC X(1).
               10  NBH-ODFI-ID              PIC X(8).
               10  NBH-BATCH-NUMBER         PIC 9(7).
           05  NFR-ENTRY-DETAIL REDEFINES NFR-RECORD-BODY.
               10  NED-TRANSACTION-CODE     PIC X(2).
                   88  NED-CHECKING-CREDIT  VALUE '22'.
                   88  NED-CHECKING-DEBIT   VALUE '27'.
               10  NED-RDFI-ROUTING         PIC X(8).
               10  NED-CHECK-DIGIT          PIC X(1).
               10  NED-DFI-ACCOUNT          PIC X(17).
               10  NED-AMOUNT               PIC 9(8)V99.
               10  NED-INDIVIDUAL-ID        PIC X(15).
               10  NED-INDIVIDUAL-NAME      PIC X(22).
               10  NED-DISCRETIONARY        PIC X(2).
               10  NED-ADDENDA-INDICATOR    PIC X(1).
               10  NED-TRACE-NUMBER         PIC X(15).
           05  NFR-ADDENDA REDEFINES NFR-RECORD-BODY.
               10  NAD-ADDENDA-TYPE         PIC X(2).
               10  NAD-PAYMENT-INFO         PIC X(80).
               10  NAD-SEQUENCE-NUMBER      PIC 9(4).
               10  NAD-ENTRY-SEQUENCE       PIC X(7).
           05  NFR-RETURN-ADDENDA REDEFINES NFR-RECORD-BODY.
               10  NRA-ADDENDA-TYPE         PIC X(2).
                   88  NRA-RETURN-ENTRY     VALUE '99'.
                   88  NRA-CHANGE-ENTRY     VALUE '98'.
               10  NRA-REASON-CODE          PIC X(3).
               10  NRA-ORIGINAL-TRACE       PIC X(15).
               10  NRA-DATE-OF-DEATH        PIC X(6).
               10  NRA-ORIGINAL-RDFI        PIC X(8).
               10  NRA-CORRECTED-DATA       PIC X(29).
               10  NRA-ADDENDA-INFO         PIC X(15).
               10  NRA-TRACE-NUMBER         PIC X(15).
           05  NFR-BATCH-CONTROL REDEFINES NFR-RECORD-BODY.
               10  NBC-SERVICE-CLASS        PIC X(3).
               10  NBC-ENTRY-ADDENDA-COUNT  PIC 9(6).
               10  NBC-ENTRY-HASH           PIC 9(10).
               10  NBC-DEBIT-TOTAL          PIC 9(10)V99.
               10  NBC-CREDIT-TOTAL         PIC 9(10)V99.
               10  NBC-COMPANY-ID           PIC X(10).
               10  NBC-MESSAGE-AUTH-CODE    PIC X(19).
               10  NBC-RESERVED             PIC X(6).
               10  NBC-ODFI-ID              PIC X(8).
               10  NBC-BATCH-NUMBER         PIC 9(7).
           05  NFR-FILE-CONTROL REDEFINES NFR-RECORD-BODY.
               10  NFC-BATCH-COUNT          PIC 9(6).
               10  NFC-BLOCK-COUNT          PIC 9(6).
               10  NFC-ENTRY-ADDENDA-COUNT  PIC 9(8).
               10  NFC-ENTRY-HASH           PIC 9(10).
               10  NFC-DEBIT-TOTAL          PIC 9(10)V99.
               10  NFC-CREDIT-TOTAL         PIC 9(10)V99.
               10  NFC-RESERVED             PIC X(39).
