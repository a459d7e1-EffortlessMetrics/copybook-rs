      *> Research dataset record - one released PHI record with every
      *> direct identifier removed. The subject number is assigned
      *> per release in order of first appearance and is not derived
      *> from any identifier. Safe Harbor dates carry the year only
      *> (month and day zero), ages over 89 read '90+' with no birth
      *> year, and the facility is suppressed; a limited data set
      *> keeps the dates and facility its agreement permits. Elements
      *> the agreement does not permit are left blank or zero.
       01  RESEARCH-DATASET-RECORD.
           05  RDS-REQUEST-ID           PIC X(8).
           05  RDS-STUDY-ID             PIC X(10).
           05  RDS-RELEASE-TYPE         PIC X(1).
           05  RDS-SUBJECT-NUMBER       PIC 9(7).
           05  RDS-BIRTH-DATE           PIC 9(8).
           05  RDS-AGE                  PIC X(3).
           05  RDS-SERVICE-DATE         PIC 9(8).
           05  RDS-FACILITY-ID          PIC 9(6).
           05  RDS-DEPARTMENT-CODE      PIC X(4).
           05  RDS-PHI-CATEGORY         PIC X(2).
           05  RDS-DIAGNOSIS-COUNT      PIC 9(2).
           05  RDS-DIAGNOSIS OCCURS 20 TIMES.
               10  RDS-DIAGNOSIS-CODE   PIC X(7).
               10  RDS-SEVERITY-LEVEL   PIC X(1).
