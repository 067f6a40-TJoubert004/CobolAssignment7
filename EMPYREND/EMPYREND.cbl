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

       FD  YRENDRPT.

           MOVE IR-EMPLOYEE-ID TO AU-EMPLOYEE-ID.
           ACCEPT AU-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-TIME FROM TIME.
           MOVE AU-DATE TO AU-EFFECTIVE-DATE.
           MOVE IR-EMPLOYEE-NAME TO AU-BEFORE-EMPLOYEE-NAME
                                    AU-AFTER-EMPLOYEE-NAME.
           MOVE IR-DEPART-CODE TO AU-BEFORE-DEPART-CODE
           MOVE SICK-BEFORE-HOURS TO AU-BEFORE-SICK-HOURS.
           MOVE VAC-CARRIED-HOURS TO AU-AFTER-VACATION-HOURS.
           MOVE SICK-CARRIED-HOURS TO AU-AFTER-SICK-HOURS.
           MOVE IR-ORIGINAL-HIRE-DATE TO AU-BEFORE-ORIGINAL-HIRE-DATE
                                         AU-AFTER-ORIGINAL-HIRE-DATE.
           MOVE IR-ADJ-SERVICE-DATE TO AU-BEFORE-ADJ-SERVICE-DATE
                                       AU-AFTER-ADJ-SERVICE-DATE.
           MOVE IR-EMPLOYMENT-STATUS TO AU-BEFORE-EMPLOYMENT-STATUS
                                        AU-AFTER-EMPLOYMENT-STATUS.
           MOVE IR-LEAVE-START-DATE TO AU-BEFORE-LEAVE-START-DATE
                                       AU-AFTER-LEAVE-START-DATE.
           MOVE IR-LEAVE-RETURN-DATE TO AU-BEFORE-LEAVE-RETURN-DATE
                                        AU-AFTER-LEAVE-RETURN-DATE.
           MOVE IR-PAY-TYPE TO AU-BEFORE-PAY-TYPE
                               AU-AFTER-PAY-TYPE.
           MOVE IR-HOURLY-RATE TO AU-BEFORE-HOURLY-RATE
                                  AU-AFTER-HOURLY-RATE.
           WRITE AUDIT-RECORD.
           IF NOT EMPAUDIT-SUCCESSFUL
               DISPLAY "WRITE ERROR ON EMPAUDIT FOR ITEM NUMBER "
