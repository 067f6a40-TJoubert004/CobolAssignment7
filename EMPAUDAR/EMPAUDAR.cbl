               10  AU-BEFORE-ANNUAL-SALARY PIC S9(7)V99.
               10  AU-BEFORE-VACATION-HOURS PIC S9(3).
               10  AU-BEFORE-SICK-HOURS    PIC S9(3)V99.
               10  AU-BEFORE-ORIGINAL-HIRE-DATE PIC 9(8).
               10  AU-BEFORE-ADJ-SERVICE-DATE PIC 9(8).
               10  AU-BEFORE-EMPLOYMENT-STATUS PIC X.
               10  AU-BEFORE-LEAVE-START-DATE PIC 9(8).
               10  AU-BEFORE-LEAVE-RETURN-DATE PIC 9(8).
               10  AU-BEFORE-PAY-TYPE      PIC X.
               10  AU-BEFORE-HOURLY-RATE   PIC 9(3)V99.
               10  FILLER                  PIC X(2).
           05  AU-AFTER-IMAGE.
               10  AU-AFTER-EMPLOYEE-NAME  PIC X(30).
               10  AU-AFTER-DEPART-CODE    PIC X(5).
               10  AU-AFTER-ANNUAL-SALARY  PIC S9(7)V99.
               10  AU-AFTER-VACATION-HOURS PIC S9(3).
               10  AU-AFTER-SICK-HOURS     PIC S9(3)V99.
               10  AU-AFTER-ORIGINAL-HIRE-DATE PIC 9(8).
               10  AU-AFTER-ADJ-SERVICE-DATE PIC 9(8).
               10  AU-AFTER-EMPLOYMENT-STATUS PIC X.
               10  AU-AFTER-LEAVE-START-DATE PIC 9(8).
               10  AU-AFTER-LEAVE-RETURN-DATE PIC 9(8).
               10  AU-AFTER-PAY-TYPE       PIC X.
               10  AU-AFTER-HOURLY-RATE    PIC 9(3)V99.
               10  FILLER                  PIC X(2).
           05  AU-EFFECTIVE-DATE       PIC 9(8).

       FD  ARCAUDIT.

           05  AH-RECORD-CODE          PIC X.
           05  AH-ARCHIVE-DATE         PIC 9(8).
           05  AH-CUTOFF-DATE          PIC 9(8).
           05  FILLER                  PIC X(204).

       01  ARCHIVE-DETAIL-RECORD.
           05  AD-RECORD-CODE          PIC X.
           05  AD-AUDIT-DATA           PIC X(220).

       01  ARCHIVE-TRAILER-RECORD.
           05  AT-RECORD-CODE          PIC X.
           05  AT-RECORD-COUNT         PIC 9(7).
           05  AT-KEY-HASH-TOTAL       PIC 9(12).
           05  FILLER                  PIC X(201).

       FD  EMPAUDTN.

       01  RETAINED-RECORD-AREA       PIC X(220).

       FD  CTLRPT.

