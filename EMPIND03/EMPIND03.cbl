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

       FD  EMPHIST.

           05  HI-ANNUAL-SALARY        PIC S9(7)V99.
           05  HI-VACATION-HOURS       PIC S9(3).
           05  HI-SICK-HOURS           PIC S9(3)V99.
           05  HI-ORIGINAL-HIRE-DATE   PIC 9(8).
           05  HI-ADJ-SERVICE-DATE     PIC 9(8).
           05  HI-EMPLOYMENT-STATUS    PIC X.
           05  HI-LEAVE-START-DATE     PIC 9(8).
           05  HI-LEAVE-RETURN-DATE    PIC 9(8).
           05  HI-PAY-TYPE             PIC X.
           05  HI-HOURLY-RATE          PIC 9(3)V99.
           05  FILLER                  PIC X(2).
           05  HI-TERMINATION-DATE     PIC 9(8).

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

       FD  CTLRPT.

           MOVE OM-ANNUAL-SALARY TO IR-ANNUAL-SALARY.
           MOVE OM-VACATION-HOURS TO IR-VACATION-HOURS.
           MOVE OM-SICK-HOURS TO IR-SICK-HOURS.
           MOVE ZEROS TO IR-ORIGINAL-HIRE-DATE
                         IR-ADJ-SERVICE-DATE
                         IR-LEAVE-START-DATE
                         IR-LEAVE-RETURN-DATE
                         IR-HOURLY-RATE.
           MOVE "A" TO IR-EMPLOYMENT-STATUS.
           MOVE "S" TO IR-PAY-TYPE.
           WRITE EMPLOYEE-RECORD-AREA
               INVALID KEY
                   DISPLAY "WRITE ERROR ON EMPMASTI FOR ITEM NUMBER "
           MOVE OH-ANNUAL-SALARY TO HI-ANNUAL-SALARY.
           MOVE OH-VACATION-HOURS TO HI-VACATION-HOURS.
           MOVE OH-SICK-HOURS TO HI-SICK-HOURS.
           MOVE ZEROS TO HI-ORIGINAL-HIRE-DATE
                         HI-ADJ-SERVICE-DATE
                         HI-LEAVE-START-DATE
                         HI-LEAVE-RETURN-DATE
                         HI-HOURLY-RATE.
           MOVE "A" TO HI-EMPLOYMENT-STATUS.
           MOVE "S" TO HI-PAY-TYPE.
           MOVE OH-TERMINATION-DATE TO HI-TERMINATION-DATE.
           WRITE HISTORY-RECORD-AREA.
           ADD 1 TO HISTORY-WRITTEN-COUNT.
           MOVE OA-EMPLOYEE-ID TO AU-EMPLOYEE-ID.
           MOVE OA-DATE TO AU-DATE.
           MOVE OA-TIME TO AU-TIME.
           MOVE OA-DATE TO AU-EFFECTIVE-DATE.
           MOVE OA-BEFORE-EMPLOYEE-NAME TO AU-BEFORE-EMPLOYEE-NAME.
           MOVE OA-BEFORE-DEPART-CODE TO AU-BEFORE-DEPART-CODE.
           MOVE OA-BEFORE-JOB-CLASS TO AU-BEFORE-JOB-CLASS.
           MOVE OA-BEFORE-ANNUAL-SALARY TO AU-BEFORE-ANNUAL-SALARY.
           MOVE ZEROS TO AU-BEFORE-VACATION-HOURS
                          AU-BEFORE-SICK-HOURS
                          AU-BEFORE-ORIGINAL-HIRE-DATE
                          AU-BEFORE-ADJ-SERVICE-DATE
                          AU-BEFORE-LEAVE-START-DATE
                          AU-BEFORE-LEAVE-RETURN-DATE
                          AU-BEFORE-HOURLY-RATE.
           MOVE SPACES TO AU-BEFORE-EMPLOYMENT-STATUS
                          AU-BEFORE-PAY-TYPE.
           MOVE OA-AFTER-EMPLOYEE-NAME TO AU-AFTER-EMPLOYEE-NAME.
           MOVE OA-AFTER-DEPART-CODE TO AU-AFTER-DEPART-CODE.
           MOVE OA-AFTER-JOB-CLASS TO AU-AFTER-JOB-CLASS.
           MOVE OA-AFTER-ANNUAL-SALARY TO AU-AFTER-ANNUAL-SALARY.
           MOVE ZEROS TO AU-AFTER-VACATION-HOURS
                          AU-AFTER-SICK-HOURS
                          AU-AFTER-ORIGINAL-HIRE-DATE
                          AU-AFTER-ADJ-SERVICE-DATE
                          AU-AFTER-LEAVE-START-DATE
                          AU-AFTER-LEAVE-RETURN-DATE
                          AU-AFTER-HOURLY-RATE.
           MOVE SPACES TO AU-AFTER-EMPLOYMENT-STATUS
                          AU-AFTER-PAY-TYPE.
           WRITE AUDIT-RECORD.
           ADD 1 TO AUDIT-WRITTEN-COUNT.

