               88  BACKUP-TRAILER               VALUE "T".
           05  BK-HEADER-DATA.
               10  BK-BACKUP-DATE      PIC 9(8).
               10  FILLER              PIC X(92).
           05  BK-DETAIL-DATA REDEFINES BK-HEADER-DATA.
               10  BK-EMPLOYEE-DATA.
                   15  BK-EMPLOYEE-ID  PIC 9(5).
                   15  FILLER          PIC X(95).
           05  BK-TRAILER-DATA REDEFINES BK-HEADER-DATA.
               10  BK-RECORD-COUNT     PIC 9(7).
               10  BK-KEY-HASH-TOTAL   PIC 9(12).
               10  FILLER              PIC X(81).

       FD  EMPAUDIT.

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

       FD  EMPMASTI.

           05  IR-ANNUAL-SALARY        PIC S9(7)V99.
           05  IR-VACATION-HOURS       PIC S9(3).
           05  IR-SICK-HOURS           PIC S9(3)V99.
           05  IR-ORIGINAL-HIRE-DATE   PIC 9(8).
           05  IR-ADJ-SERVICE-DATE     PIC 9(8).
           05  IR-EMPLOYMENT-STATUS    PIC X.
           05  IR-LEAVE-START-DATE     PIC 9(8).
           05  IR-LEAVE-RETURN-DATE    PIC 9(8).
           05  IR-PAY-TYPE             PIC X.
           05  IR-HOURLY-RATE          PIC 9(3)V99.
           05  FILLER                  PIC X(2).

       FD  CTLRPT.

           MOVE AU-AFTER-ANNUAL-SALARY TO IR-ANNUAL-SALARY.
           MOVE AU-AFTER-VACATION-HOURS TO IR-VACATION-HOURS.
           MOVE AU-AFTER-SICK-HOURS TO IR-SICK-HOURS.
           MOVE AU-AFTER-ORIGINAL-HIRE-DATE TO IR-ORIGINAL-HIRE-DATE.
           MOVE AU-AFTER-ADJ-SERVICE-DATE TO IR-ADJ-SERVICE-DATE.
           MOVE AU-AFTER-EMPLOYMENT-STATUS TO IR-EMPLOYMENT-STATUS.
           MOVE AU-AFTER-LEAVE-START-DATE TO IR-LEAVE-START-DATE.
           MOVE AU-AFTER-LEAVE-RETURN-DATE TO IR-LEAVE-RETURN-DATE.
           MOVE AU-AFTER-PAY-TYPE TO IR-PAY-TYPE.
           MOVE AU-AFTER-HOURLY-RATE TO IR-HOURLY-RATE.
           IF MASTER-FOUND
               REWRITE EMPLOYEE-RECORD-AREA
               ADD 1 TO AUDIT-APPLIED-COUNT
