      *> Suspicious activity report filing record - one per case
      *> decided as file, in the fixed field order the regulator's
      *> batch filing layout takes: filing type, subject identifiers,
      *> the activity window and amount, a Y/N box per suspicious
      *> activity category, and the narrative.
       01  SAR-FILING-RECORD.
           05  SFR-RECORD-TYPE          PIC X(2) VALUE 'SA'.
           05  SFR-FILING-TYPE          PIC X(1).
               88  SFR-INITIAL-REPORT   VALUE 'I'.
               88  SFR-CONTINUING-REPORT VALUE 'C'.
           05  SFR-FILER-CASE-ID        PIC 9(10).
           05  SFR-PREPARED-DATE        PIC 9(8).
           05  SFR-SUBJECT-TYPE         PIC X(1).
           05  SFR-SUBJECT-ID           PIC X(20).
           05  SFR-ENTERPRISE-ID        PIC 9(12).
           05  SFR-CUSTOMER-ID          PIC 9(12).
           05  SFR-ACTIVITY-FROM-DATE   PIC 9(8).
           05  SFR-ACTIVITY-TO-DATE     PIC 9(8).
           05  SFR-TOTAL-AMOUNT         PIC 9(13)V99.
           05  SFR-ALERT-COUNT          PIC 9(5).
           05  SFR-CATEGORY-BOXES.
               10  SFR-STRUCTURING      PIC X(1).
               10  SFR-CARD-FRAUD       PIC X(1).
               10  SFR-MONEY-LAUNDERING PIC X(1).
               10  SFR-INSIDER-ABUSE    PIC X(1).
               10  SFR-SANCTIONS        PIC X(1).
           05  SFR-PRIOR-FILING-REF     PIC X(20).
           05  SFR-DECIDED-BY           PIC X(8).
           05  SFR-DECISION-DATE        PIC 9(8).
           05  SFR-NARRATIVE            PIC X(100).
