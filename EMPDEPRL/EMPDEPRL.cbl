           05  SW-ANNUAL-SALARY        PIC S9(7)V99.
           05  SW-VACATION-HOURS       PIC S9(3).
           05  SW-SICK-HOURS           PIC S9(3)V99.
           05  SW-ORIGINAL-HIRE-DATE   PIC 9(8).
           05  SW-ADJ-SERVICE-DATE     PIC 9(8).
           05  SW-EMPLOYMENT-STATUS    PIC X.
           05  SW-LEAVE-START-DATE     PIC 9(8).
           05  SW-LEAVE-RETURN-DATE    PIC 9(8).
           05  SW-PAY-TYPE             PIC X.
           05  SW-HOURLY-RATE          PIC 9(3)V99.
           05  FILLER                  PIC X(2).

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

       FD  REFMAST.

           05  EM-ANNUAL-SALARY          PIC S9(7)V99.
           05  EM-VACATION-HOURS         PIC S9(3).
           05  EM-SICK-HOURS             PIC S9(3)V99.
           05  EM-ORIGINAL-HIRE-DATE     PIC 9(8).
           05  EM-ADJ-SERVICE-DATE       PIC 9(8).
           05  EM-EMPLOYMENT-STATUS      PIC X.
               88  ON-LEAVE-STATUS              VALUE "U" "P" "S".
           05  EM-LEAVE-START-DATE       PIC 9(8).
           05  EM-LEAVE-RETURN-DATE      PIC 9(8).
           05  EM-PAY-TYPE               PIC X.
           05  EM-HOURLY-RATE            PIC 9(3)V99.
           05  FILLER                    PIC X(2).

       01  PREVIOUS-DEPART-CODE        PIC X(5).

       01  ACCUMULATORS.
           05  DEPART-SALARY-TOTAL     PIC S9(9)V99  VALUE ZEROS.
           05  GRAND-SALARY-TOTAL      PIC S9(11)V99 VALUE ZEROS.
           05  DEPART-LEAVE-COUNT      PIC 9(5)      VALUE ZEROS.
           05  DEPART-LEAVE-SALARY     PIC S9(9)V99  VALUE ZEROS.
           05  GRAND-LEAVE-COUNT       PIC 9(7)      VALUE ZEROS.
           05  GRAND-LEAVE-SALARY      PIC S9(11)V99 VALUE ZEROS.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(30)
           05  FILLER                  PIC X(2)   VALUE "JC".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(14)  VALUE "ANNUAL SALARY".
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE "STATUS".
           05  FILLER                  PIC X(46)  VALUE SPACES.

       01  DETAIL-LINE.
           05  DL-EMPLOYEE-ID          PIC X(5).
           05  DL-JOB-CLASS            PIC X(2).
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  DL-ANNUAL-SALARY        PIC Z(8)9.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DL-STATUS-TEXT          PIC X(12).
           05  FILLER                  PIC X(45)  VALUE SPACES.

       01  DEPARTMENT-TOTAL-LINE.
           05  FILLER                  PIC X(8)   VALUE SPACES.
           05  DT-SALARY-TOTAL         PIC Z(8)9.99.
           05  FILLER                  PIC X(59)  VALUE SPACES.

       01  DEPARTMENT-LEAVE-LINE.
           05  FILLER                  PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(14)  VALUE "  ON LEAVE  -".
           05  DV-LEAVE-COUNT          PIC ZZZZ9.
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "EMPLOYEES".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DV-LEAVE-SALARY         PIC Z(8)9.99.
           05  FILLER                  PIC X(59)  VALUE SPACES.

       01  GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(17)  VALUE SPACES.
           05  FILLER                  PIC X(13)  VALUE "GRAND TOTAL -".
           05  GT-SALARY-TOTAL         PIC Z(10)9.99.
           05  FILLER                  PIC X(88)  VALUE SPACES.

       01  GRAND-LEAVE-LINE.
           05  FILLER                  PIC X(17)  VALUE SPACES.
           05  FILLER                  PIC X(13)  VALUE "ON LEAVE    -".
           05  GV-LEAVE-SALARY         PIC Z(10)9.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  GV-LEAVE-COUNT          PIC Z(6)9.
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE "EMPLOYEES".
           05  FILLER                  PIC X(68)  VALUE SPACES.

       01  BLANK-LINE                 PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
               PERFORM 250-WRITE-DETAIL-LINE
               ADD EM-ANNUAL-SALARY TO DEPART-SALARY-TOTAL
               ADD EM-ANNUAL-SALARY TO GRAND-SALARY-TOTAL
               IF ON-LEAVE-STATUS
                   ADD 1 TO DEPART-LEAVE-COUNT
                            GRAND-LEAVE-COUNT
                   ADD EM-ANNUAL-SALARY TO DEPART-LEAVE-SALARY
                   ADD EM-ANNUAL-SALARY TO GRAND-LEAVE-SALARY
               END-IF
           END-IF.

       230-WRITE-DEPARTMENT-TOTAL.
           MOVE RF-DESCRIPTION TO DT-DEPART-NAME.
           MOVE DEPART-SALARY-TOTAL TO DT-SALARY-TOTAL.
           WRITE REPORT-LINE FROM DEPARTMENT-TOTAL-LINE.
           IF DEPART-LEAVE-COUNT > ZERO
               MOVE DEPART-LEAVE-COUNT TO DV-LEAVE-COUNT
               MOVE DEPART-LEAVE-SALARY TO DV-LEAVE-SALARY
               WRITE REPORT-LINE FROM DEPARTMENT-LEAVE-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE ZEROS TO DEPART-SALARY-TOTAL
                         DEPART-LEAVE-COUNT
                         DEPART-LEAVE-SALARY.

       235-READ-DEPARTMENT-NAME.


           MOVE GRAND-SALARY-TOTAL TO GT-SALARY-TOTAL.
           WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.
           MOVE GRAND-LEAVE-SALARY TO GV-LEAVE-SALARY.
           MOVE GRAND-LEAVE-COUNT TO GV-LEAVE-COUNT.
           WRITE REPORT-LINE FROM GRAND-LEAVE-LINE.

       250-WRITE-DETAIL-LINE.

           MOVE EM-DEPART-CODE TO DL-DEPART-CODE.
           MOVE EM-JOB-CLASS TO DL-JOB-CLASS.
           MOVE EM-ANNUAL-SALARY TO DL-ANNUAL-SALARY.
           EVALUATE EM-EMPLOYMENT-STATUS
               WHEN "U"
                   MOVE "UNPAID LEAVE" TO DL-STATUS-TEXT
               WHEN "P"
                   MOVE "PAID LEAVE" TO DL-STATUS-TEXT
               WHEN "S"
                   MOVE "SUSPENDED" TO DL-STATUS-TEXT
               WHEN OTHER
                   MOVE SPACES TO DL-STATUS-TEXT
           END-EVALUATE.
           WRITE REPORT-LINE FROM DETAIL-LINE.
