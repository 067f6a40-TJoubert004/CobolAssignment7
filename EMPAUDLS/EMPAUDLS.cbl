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

       01  ARCHIVE-RECORD.
           05  AR-RECORD-CODE          PIC X.
               88  ARCHIVE-DETAIL               VALUE "D".
           05  AR-AUDIT-DATA           PIC X(220).

       FD  AUDLSRPT.


       01  SICK-EDITED                 PIC -ZZ9.99.

       01  RATE-EDITED                 PIC ZZ9.99.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(32)
               VALUE "EMPLOYEE AUDIT TRAIL INQUIRY".
           05  FILLER                  PIC X(5)   VALUE "EMPNO".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE "TRANSACTION".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "EFFECTIVE".
           05  FILLER                  PIC X(78)  VALUE SPACES.

       01  DETAIL-LINE.
           05  DL-DATE                 PIC 9999/99/99.
           05  DL-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DL-TRANSACTION-TEXT     PIC X(10).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DL-EFFECTIVE-DATE       PIC 9999/99/99.
           05  FILLER                  PIC X(78)  VALUE SPACES.

       01  CHANGE-LINE.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           MOVE AU-TIME TO DL-TIME.
           MOVE AU-EMPLOYEE-ID TO DL-EMPLOYEE-ID.
           MOVE TRANSACTION-TEXT TO DL-TRANSACTION-TEXT.
           IF AU-EFFECTIVE-DATE NUMERIC
               MOVE AU-EFFECTIVE-DATE TO DL-EFFECTIVE-DATE
           ELSE
               MOVE AU-DATE TO DL-EFFECTIVE-DATE.
           WRITE REPORT-LINE FROM DETAIL-LINE.

       230-TRANSLATE-TRANSACTION-CODE.
                   MOVE "VACATION" TO TRANSACTION-TEXT
               WHEN "S"
                   MOVE "SICK" TO TRANSACTION-TEXT
               WHEN "L"
                   MOVE "LEAVE BEG" TO TRANSACTION-TEXT
               WHEN "E"
                   MOVE "LEAVE END" TO TRANSACTION-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO TRANSACTION-TEXT
           END-EVALUATE.
               MOVE AU-AFTER-SICK-HOURS TO SICK-EDITED
               MOVE SICK-EDITED TO CL-AFTER-VALUE
               WRITE REPORT-LINE FROM CHANGE-LINE.
           IF AU-BEFORE-ORIGINAL-HIRE-DATE
                  NOT = AU-AFTER-ORIGINAL-HIRE-DATE
               MOVE "HIRE DATE" TO CL-FIELD-NAME
               MOVE AU-BEFORE-ORIGINAL-HIRE-DATE TO CL-BEFORE-VALUE
               MOVE AU-AFTER-ORIGINAL-HIRE-DATE TO CL-AFTER-VALUE
               WRITE REPORT-LINE FROM CHANGE-LINE.
           IF AU-BEFORE-ADJ-SERVICE-DATE
                  NOT = AU-AFTER-ADJ-SERVICE-DATE
               MOVE "SERVICE DATE" TO CL-FIELD-NAME
               MOVE AU-BEFORE-ADJ-SERVICE-DATE TO CL-BEFORE-VALUE
               MOVE AU-AFTER-ADJ-SERVICE-DATE TO CL-AFTER-VALUE
               WRITE REPORT-LINE FROM CHANGE-LINE.
           IF AU-BEFORE-EMPLOYMENT-STATUS
                  NOT = AU-AFTER-EMPLOYMENT-STATUS
               MOVE "STATUS" TO CL-FIELD-NAME
               MOVE AU-BEFORE-EMPLOYMENT-STATUS TO CL-BEFORE-VALUE
               MOVE AU-AFTER-EMPLOYMENT-STATUS TO CL-AFTER-VALUE
               WRITE REPORT-LINE FROM CHANGE-LINE.
           IF AU-BEFORE-LEAVE-START-DATE
                  NOT = AU-AFTER-LEAVE-START-DATE
               MOVE "LEAVE START" TO CL-FIELD-NAME
               MOVE AU-BEFORE-LEAVE-START-DATE TO CL-BEFORE-VALUE
               MOVE AU-AFTER-LEAVE-START-DATE TO CL-AFTER-VALUE
               WRITE REPORT-LINE FROM CHANGE-LINE.
           IF AU-BEFORE-LEAVE-RETURN-DATE
                  NOT = AU-AFTER-LEAVE-RETURN-DATE
               MOVE "EXPECTED RETURN" TO CL-FIELD-NAME
               MOVE AU-BEFORE-LEAVE-RETURN-DATE TO CL-BEFORE-VALUE
               MOVE AU-AFTER-LEAVE-RETURN-DATE TO CL-AFTER-VALUE
               WRITE REPORT-LINE FROM CHANGE-LINE.
           IF AU-BEFORE-PAY-TYPE NOT = AU-AFTER-PAY-TYPE
               MOVE "PAY TYPE" TO CL-FIELD-NAME
               MOVE AU-BEFORE-PAY-TYPE TO CL-BEFORE-VALUE
               MOVE AU-AFTER-PAY-TYPE TO CL-AFTER-VALUE
               WRITE REPORT-LINE FROM CHANGE-LINE.
           IF AU-BEFORE-HOURLY-RATE NOT = AU-AFTER-HOURLY-RATE
               MOVE "HOURLY RATE" TO CL-FIELD-NAME
               MOVE AU-BEFORE-HOURLY-RATE TO RATE-EDITED
               MOVE RATE-EDITED TO CL-BEFORE-VALUE
               MOVE AU-AFTER-HOURLY-RATE TO RATE-EDITED
               MOVE RATE-EDITED TO CL-AFTER-VALUE
               WRITE REPORT-LINE FROM CHANGE-LINE.

       300-WRITE-AUDIT-COUNTS.

