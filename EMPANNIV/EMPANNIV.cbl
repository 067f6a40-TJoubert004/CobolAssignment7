       IDENTIFICATION DIVISION.

       PROGRAM-ID. EMPANNIV.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
           SELECT ANNVPARM ASSIGN TO ANNVPARM.
           SELECT EMPMASTI ASSIGN TO EMPMASTI
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS IR-EMPLOYEE-ID.
           SELECT REFMAST  ASSIGN TO REFMAST
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS RF-RECORD-KEY.
           SELECT ANNVRPT  ASSIGN TO ANNVRPT
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       SD  SORT-WORK-FILE.

       01  SORT-ANNIVERSARY-RECORD.
           05  SA-DEPART-CODE          PIC X(5).
           05  SA-SERVICE-YEARS        PIC 9(2).
           05  SA-EMPLOYEE-ID          PIC X(5).
           05  SA-EMPLOYEE-NAME        PIC X(30).
           05  SA-JOB-CLASS            PIC X(2).
           05  SA-ORIGINAL-HIRE-DATE   PIC 9(8).
           05  SA-ADJ-SERVICE-DATE     PIC 9(8).

       FD  ANNVPARM.

       01  ANNIVERSARY-PARM-RECORD.
           05  AN-ANNIVERSARY-MONTH    PIC 9(6).
           05  FILLER                  PIC X(51).

       FD  EMPMASTI.

       01  EMPLOYEE-RECORD-AREA.
           05  IR-EMPLOYEE-ID          PIC X(5).
           05  IR-EMPLOYEE-NAME        PIC X(30).
           05  IR-DEPART-CODE          PIC X(5).
           05  IR-JOB-CLASS            PIC X(2).
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

       01  REFERENCE-RECORD-AREA.
           05  RF-RECORD-KEY.
               10  RF-RECORD-TYPE      PIC X.
               10  RF-RECORD-CODE      PIC X(5).
           05  RF-DESCRIPTION          PIC X(30).
           05  RF-ACTIVE-FLAG          PIC X.
           05  FILLER                  PIC X(13).

       FD  ANNVRPT.

       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  ANNVPARM-EOF-SWITCH     PIC X    VALUE "N".
               88  ANNVPARM-EOF                 VALUE "Y".
           05  EMPMAST-EOF-SWITCH      PIC X    VALUE "N".
               88  EMPMAST-EOF                  VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
               88  FIRST-RECORD                 VALUE "Y".
               88  NOT-FIRST-RECORD             VALUE "N".

       01  RUN-DATE-YYYYMMDD           PIC 9(8).
       01  RUN-DATE-PARTS REDEFINES RUN-DATE-YYYYMMDD.
           05  RUN-YYYYMM              PIC 9(6).
           05  RUN-DD                  PIC 9(2).

       01  ANNIVERSARY-MONTH-USED      PIC 9(6).
       01  ANNIVERSARY-MONTH-PARTS REDEFINES ANNIVERSARY-MONTH-USED.
           05  ANNIVERSARY-YEAR        PIC 9(4).
           05  ANNIVERSARY-MM          PIC 9(2).

       01  SERVICE-DATE-WORK           PIC 9(8).
       01  SERVICE-DATE-PARTS REDEFINES SERVICE-DATE-WORK.
           05  SERVICE-YEAR            PIC 9(4).
           05  SERVICE-MM              PIC 9(2).
           05  SERVICE-DD              PIC 9(2).

       01  SERVICE-YEARS-WORK          PIC S9(4).
           88  AWARD-MILESTONE                  VALUE 5 10 15 20.

       01  PREVIOUS-DEPART-CODE        PIC X(5).

       01  ACCUMULATORS.
           05  DEPART-AWARD-COUNT      PIC 9(5)      VALUE ZERO.
           05  EMPLOYEES-READ-COUNT    PIC 9(7)      VALUE ZERO.
           05  AWARDS-LISTED-COUNT     PIC 9(7)      VALUE ZERO.
           05  FIVE-YEAR-COUNT         PIC 9(7)      VALUE ZERO.
           05  TEN-YEAR-COUNT          PIC 9(7)      VALUE ZERO.
           05  FIFTEEN-YEAR-COUNT      PIC 9(7)      VALUE ZERO.
           05  TWENTY-YEAR-COUNT       PIC 9(7)      VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(40)
               VALUE "EMPANNIV SERVICE ANNIVERSARY AWARDS".
           05  FILLER                  PIC X(92)  VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                  PIC X(20)
               VALUE "ANNIVERSARY MONTH ".
           05  H2-ANNIVERSARY-MONTH    PIC 9(6).
           05  FILLER                  PIC X(106) VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER                  PIC X(5)   VALUE "YEARS".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE "EMPNO".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "EMPLOYEE NAME".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE "JC".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE "HIRE DATE".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE "SERVICE DATE".
           05  FILLER                  PIC X(54)  VALUE SPACES.

       01  DEPARTMENT-HEADING-LINE.
           05  FILLER                  PIC X(12)  VALUE "DEPARTMENT -".
           05  DH-DEPART-CODE          PIC X(5).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  DH-DEPART-NAME          PIC X(30).
           05  FILLER                  PIC X(84)  VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DL-SERVICE-YEARS        PIC Z9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DL-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DL-EMPLOYEE-NAME        PIC X(30).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DL-JOB-CLASS            PIC X(2).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DL-ORIGINAL-HIRE-DATE   PIC 9(8).
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  DL-ADJ-SERVICE-DATE     PIC 9(8).
           05  FILLER                  PIC X(58)  VALUE SPACES.

       01  DEPARTMENT-TOTAL-LINE.
           05  FILLER                  PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(14)  VALUE "DEPT TOTAL -".
           05  DT-DEPART-CODE          PIC X(5).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DT-AWARD-COUNT          PIC ZZZZ9.
           05  FILLER                  PIC X(7)   VALUE " AWARDS".
           05  FILLER                  PIC X(90)  VALUE SPACES.

       01  CTL-TOTALS-LINE.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  CTL-LABEL               PIC X(25).
           05  CTL-VALUE               PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  BLANK-LINE                 PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       000-CREATE-ANNIVERSARY-REPORT.

           OPEN INPUT  ANNVPARM
                INPUT  EMPMASTI
                INPUT  REFMAST
                OUTPUT ANNVRPT.
           PERFORM 010-READ-ANNIVERSARY-PARM.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SA-DEPART-CODE
               ON DESCENDING KEY SA-SERVICE-YEARS
               ON ASCENDING KEY SA-EMPLOYEE-ID
               INPUT PROCEDURE IS 100-SELECT-ANNIVERSARIES
               OUTPUT PROCEDURE IS 200-PRINT-ANNIVERSARY-REPORT.
           CLOSE ANNVPARM
                 EMPMASTI
                 REFMAST
                 ANNVRPT.
           STOP RUN.

       010-READ-ANNIVERSARY-PARM.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE RUN-YYYYMM TO ANNIVERSARY-MONTH-USED.
           READ ANNVPARM
               AT END
                   SET ANNVPARM-EOF TO TRUE.
           IF NOT ANNVPARM-EOF
               IF AN-ANNIVERSARY-MONTH NUMERIC
                  AND AN-ANNIVERSARY-MONTH > ZERO
                   MOVE AN-ANNIVERSARY-MONTH TO ANNIVERSARY-MONTH-USED.

       100-SELECT-ANNIVERSARIES.

           PERFORM 110-SELECT-EMPLOYEE-RECORD
               UNTIL EMPMAST-EOF.

       110-SELECT-EMPLOYEE-RECORD.

           READ EMPMASTI
               AT END
                   SET EMPMAST-EOF TO TRUE.
           IF NOT EMPMAST-EOF
               ADD 1 TO EMPLOYEES-READ-COUNT
               IF IR-ADJ-SERVICE-DATE NUMERIC
                  AND IR-ADJ-SERVICE-DATE > ZERO
                   MOVE IR-ADJ-SERVICE-DATE TO SERVICE-DATE-WORK
                   IF SERVICE-MM = ANNIVERSARY-MM
                       SUBTRACT SERVICE-YEAR FROM ANNIVERSARY-YEAR
                           GIVING SERVICE-YEARS-WORK
                       IF AWARD-MILESTONE
                           PERFORM 120-RELEASE-ANNIVERSARY.

       120-RELEASE-ANNIVERSARY.

           MOVE IR-DEPART-CODE TO SA-DEPART-CODE.
           MOVE SERVICE-YEARS-WORK TO SA-SERVICE-YEARS.
           MOVE IR-EMPLOYEE-ID TO SA-EMPLOYEE-ID.
           MOVE IR-EMPLOYEE-NAME TO SA-EMPLOYEE-NAME.
           MOVE IR-JOB-CLASS TO SA-JOB-CLASS.
           IF IR-ORIGINAL-HIRE-DATE NUMERIC
               MOVE IR-ORIGINAL-HIRE-DATE TO SA-ORIGINAL-HIRE-DATE
           ELSE
               MOVE ZERO TO SA-ORIGINAL-HIRE-DATE.
           MOVE IR-ADJ-SERVICE-DATE TO SA-ADJ-SERVICE-DATE.
           RELEASE SORT-ANNIVERSARY-RECORD.

       200-PRINT-ANNIVERSARY-REPORT.

           PERFORM 210-WRITE-REPORT-HEADINGS.
           PERFORM 220-PROCESS-SORTED-RECORD
               UNTIL SORT-EOF.
           IF NOT FIRST-RECORD
               PERFORM 230-WRITE-DEPARTMENT-TOTAL.
           PERFORM 260-WRITE-CONTROL-TOTALS.

       210-WRITE-REPORT-HEADINGS.

           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE ANNIVERSARY-MONTH-USED TO H2-ANNIVERSARY-MONTH.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM HEADING-LINE-3.
           WRITE REPORT-LINE FROM BLANK-LINE.

       220-PROCESS-SORTED-RECORD.

           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE.
           IF NOT SORT-EOF
               IF FIRST-RECORD
                   MOVE SA-DEPART-CODE TO PREVIOUS-DEPART-CODE
                   SET NOT-FIRST-RECORD TO TRUE
                   PERFORM 225-WRITE-DEPARTMENT-HEADING
               ELSE
                   IF SA-DEPART-CODE NOT = PREVIOUS-DEPART-CODE
                       PERFORM 230-WRITE-DEPARTMENT-TOTAL
                       MOVE SA-DEPART-CODE TO PREVIOUS-DEPART-CODE
                       PERFORM 225-WRITE-DEPARTMENT-HEADING
                   END-IF
               END-IF
               PERFORM 250-WRITE-DETAIL-LINE
           END-IF.

       225-WRITE-DEPARTMENT-HEADING.

           MOVE PREVIOUS-DEPART-CODE TO DH-DEPART-CODE.
           PERFORM 235-READ-DEPARTMENT-NAME.
           MOVE RF-DESCRIPTION TO DH-DEPART-NAME.
           WRITE REPORT-LINE FROM DEPARTMENT-HEADING-LINE.

       230-WRITE-DEPARTMENT-TOTAL.

           MOVE PREVIOUS-DEPART-CODE TO DT-DEPART-CODE.
           MOVE DEPART-AWARD-COUNT TO DT-AWARD-COUNT.
           WRITE REPORT-LINE FROM DEPARTMENT-TOTAL-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE ZERO TO DEPART-AWARD-COUNT.

       235-READ-DEPARTMENT-NAME.

           MOVE "D" TO RF-RECORD-TYPE.
           MOVE PREVIOUS-DEPART-CODE TO RF-RECORD-CODE.
           READ REFMAST
               INVALID KEY
                   MOVE SPACES TO RF-DESCRIPTION.

       250-WRITE-DETAIL-LINE.

           MOVE SA-SERVICE-YEARS TO DL-SERVICE-YEARS.
           MOVE SA-EMPLOYEE-ID TO DL-EMPLOYEE-ID.
           MOVE SA-EMPLOYEE-NAME TO DL-EMPLOYEE-NAME.
           MOVE SA-JOB-CLASS TO DL-JOB-CLASS.
           MOVE SA-ORIGINAL-HIRE-DATE TO DL-ORIGINAL-HIRE-DATE.
           MOVE SA-ADJ-SERVICE-DATE TO DL-ADJ-SERVICE-DATE.
           WRITE REPORT-LINE FROM DETAIL-LINE.
           ADD 1 TO DEPART-AWARD-COUNT
                    AWARDS-LISTED-COUNT.
           EVALUATE SA-SERVICE-YEARS
               WHEN 5
                   ADD 1 TO FIVE-YEAR-COUNT
               WHEN 10
                   ADD 1 TO TEN-YEAR-COUNT
               WHEN 15
                   ADD 1 TO FIFTEEN-YEAR-COUNT
               WHEN 20
                   ADD 1 TO TWENTY-YEAR-COUNT
           END-EVALUATE.

       260-WRITE-CONTROL-TOTALS.

           MOVE "EMPLOYEES READ" TO CTL-LABEL.
           MOVE EMPLOYEES-READ-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "5 YEAR AWARDS" TO CTL-LABEL.
           MOVE FIVE-YEAR-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "10 YEAR AWARDS" TO CTL-LABEL.
           MOVE TEN-YEAR-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "15 YEAR AWARDS" TO CTL-LABEL.
           MOVE FIFTEEN-YEAR-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "20 YEAR AWARDS" TO CTL-LABEL.
           MOVE TWENTY-YEAR-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "TOTAL AWARDS LISTED" TO CTL-LABEL.
           MOVE AWARDS-LISTED-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
