      *> Reference change master - every change ever submitted
      *> against a controlled reference file, keyed in submission
      *> order within the file: who made it and when, who checked it
      *> and when, its effective date, and once applied the row as
      *> it read before (spaces for an add) and after (spaces for a
      *> delete). A change approved ahead of its effective date
      *> waits approved until that date's run applies it; one that
      *> no longer fits the file when it comes to be applied - an
      *> add whose key is already there, a change or delete whose
      *> key is gone - is failed, not forced.
       01  REF-CHANGE-RECORD.
           05  RCM-CHANGE-KEY.
               10  RCM-REF-FILE         PIC X(8).
               10  RCM-SUBMITTED-TS     PIC 9(14).
               10  RCM-MAKER-ID         PIC X(8).
           05  RCM-ACTION               PIC X(1).
               88  RCM-ADD              VALUE 'A'.
               88  RCM-CHANGE           VALUE 'C'.
               88  RCM-DELETE           VALUE 'D'.
           05  RCM-EFFECTIVE-DATE       PIC 9(8).
           05  RCM-STATUS               PIC X(1).
               88  RCM-PENDING          VALUE 'P'.
               88  RCM-APPROVED         VALUE 'A'.
               88  RCM-REJECTED         VALUE 'R'.
               88  RCM-APPLIED          VALUE 'X'.
               88  RCM-FAILED           VALUE 'F'.
           05  RCM-CHECKER-ID           PIC X(8).
           05  RCM-DECIDED-TS           PIC 9(14).
           05  RCM-APPLIED-TS           PIC 9(14).
           05  RCM-RECORD-IMAGE         PIC X(80).
           05  RCM-BEFORE-IMAGE         PIC X(80).
           05  RCM-AFTER-IMAGE          PIC X(80).
