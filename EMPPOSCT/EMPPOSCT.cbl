       IDENTIFICATION DIVISION.

       PROGRAM-ID. EMPPOSCT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
           SELECT EMPMASTI ASSIGN TO EMPMASTI
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS IR-EMPLOYEE-ID.
           SELECT REFMAST  ASSIGN TO REFMAST
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS RF-RECORD-KEY.
           SELECT POSRPT   ASSIGN TO POSRPT
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       SD  SORT-WORK-FILE.

       01  SORT-POSITION-RECORD.
           05  SR-DEPART-CODE          PIC X(5).
           05  SR-RECORD-KIND          PIC X.
               88  SR-BUDGET-RECORD             VALUE "B".
               88  SR-EMPLOYEE-RECORD           VALUE "E".
           05  SR-HEADCOUNT            PIC 9(5).
           05  SR-SALARY               PIC S9(9)V99.

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
                   88  BUDGET-ENTRY             VALUE "B".
               10  RF-RECORD-CODE      PIC X(5).
           05  RF-DESCRIPTION          PIC X(30).
           05  RF-DEPARTMENT-BUDGET REDEFINES RF-DESCRIPTION.
               10  RF-BUDGET-HEADCOUNT PIC 9(5).
               10  RF-BUDGET-SALARY    PIC 9(9)V99.
               10  FILLER              PIC X(14).
           05  RF-ACTIVE-FLAG          PIC X.
               88  REFERENCE-ACTIVE             VALUE "A".
           05  FILLER                  PIC X(13).

       FD  POSRPT.

       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  REFMAST-EOF-SWITCH      PIC X    VALUE "N".
               88  REFMAST-EOF                  VALUE "Y".
           05  EMPMAST-EOF-SWITCH      PIC X    VALUE "N".
               88  EMPMAST-EOF                  VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
               88  FIRST-RECORD                 VALUE "Y".
               88  NOT-FIRST-RECORD             VALUE "N".
           05  BUDGET-FOUND-SWITCH     PIC X    VALUE "N".
               88  BUDGET-FOUND                 VALUE "Y".

       01  PREVIOUS-DEPART-CODE        PIC X(5).

       01  DEPARTMENT-ACCUMULATORS.
           05  DEPART-AUTH-HEADCOUNT   PIC S9(5)     VALUE ZERO.
           05  DEPART-ACTUAL-HEADCOUNT PIC S9(5)     VALUE ZERO.
           05  DEPART-AUTH-SALARY      PIC S9(9)V99  VALUE ZERO.
           05  DEPART-ACTUAL-SALARY    PIC S9(9)V99  VALUE ZERO.
           05  DEPART-VACANCIES        PIC S9(5)     VALUE ZERO.

       01  COMPANY-ACCUMULATORS.
           05  COMPANY-AUTH-HEADCOUNT  PIC S9(5)     VALUE ZERO.
           05  COMPANY-ACTUAL-HEADCOUNT
                                       PIC S9(5)     VALUE ZERO.
           05  COMPANY-AUTH-SALARY     PIC S9(9)V99  VALUE ZERO.
           05  COMPANY-ACTUAL-SALARY   PIC S9(9)V99  VALUE ZERO.
           05  COMPANY-VACANCIES       PIC S9(5)     VALUE ZERO.

       01  VARIANCE-WORK-FIELDS.
           05  HEADCOUNT-VARIANCE      PIC S9(5).
           05  SALARY-VARIANCE         PIC S9(9)V99.

       01  POSITION-COUNTS.
           05  BUDGETS-READ-COUNT      PIC 9(7)      VALUE ZERO.
           05  EMPLOYEES-READ-COUNT    PIC 9(7)      VALUE ZERO.
           05  DEPARTMENTS-LISTED-COUNT
                                       PIC 9(7)      VALUE ZERO.
           05  DEPARTMENTS-OVER-COUNT  PIC 9(7)      VALUE ZERO.
           05  DEPARTMENTS-UNBUDGETED-COUNT
                                       PIC 9(7)      VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(40)
               VALUE "EMPPOSCT POSITION CONTROL BUDGET REPORT".
           05  FILLER                  PIC X(92)  VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                  PIC X(39)  VALUE SPACES.
           05  FILLER                  PIC X(29)
               VALUE "---------HEADCOUNT---------".
           05  FILLER                  PIC X(43)
               VALUE "-------------SALARY DOLLARS-------------".
           05  FILLER                  PIC X(21)  VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER                  PIC X(5)   VALUE "DEPT".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE "DEPARTMENT NAME".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE " AUTH".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE "  ACT".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "   VAR".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE "  VAC".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE "  AUTHORIZED".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE "      ACTUAL".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(13)  VALUE "     VARIANCE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE "STATUS".
           05  FILLER                  PIC X(10)  VALUE SPACES.

       01  DETAIL-LINE.
           05  DL-DEPART-CODE          PIC X(5).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-DEPART-NAME          PIC X(30).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-AUTH-HEADCOUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-ACTUAL-HEADCOUNT     PIC ZZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-HEADCOUNT-VARIANCE   PIC -ZZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-VACANCIES            PIC ZZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-AUTH-SALARY          PIC Z(8)9.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-ACTUAL-SALARY        PIC Z(8)9.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-SALARY-VARIANCE      PIC -Z(8)9.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-STATUS-TEXT          PIC X(11).
           05  FILLER                  PIC X(10)  VALUE SPACES.

       01  CTL-TOTALS-LINE.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  CTL-LABEL               PIC X(25).
           05  CTL-VALUE               PIC ZZZZZZ9.
           05  FILLER                  PIC X(95)  VALUE SPACES.

       01  BLANK-LINE                 PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       000-CREATE-POSITION-REPORT.

           OPEN INPUT  EMPMASTI
                INPUT  REFMAST
                OUTPUT POSRPT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-DEPART-CODE
               ON ASCENDING KEY SR-RECORD-KIND
               INPUT PROCEDURE IS 100-RELEASE-POSITION-RECORDS
               OUTPUT PROCEDURE IS 200-PRINT-POSITION-REPORT.
           CLOSE EMPMASTI
                 REFMAST
                 POSRPT.
           STOP RUN.

       100-RELEASE-POSITION-RECORDS.

           PERFORM 110-RELEASE-BUDGET-RECORD
               UNTIL REFMAST-EOF.
           PERFORM 120-RELEASE-EMPLOYEE-RECORD
               UNTIL EMPMAST-EOF.

       110-RELEASE-BUDGET-RECORD.

           READ REFMAST NEXT RECORD
               AT END
                   SET REFMAST-EOF TO TRUE.
           IF NOT REFMAST-EOF
               IF BUDGET-ENTRY
                  AND REFERENCE-ACTIVE
                   ADD 1 TO BUDGETS-READ-COUNT
                   MOVE RF-RECORD-CODE TO SR-DEPART-CODE
                   MOVE "B" TO SR-RECORD-KIND
                   MOVE RF-BUDGET-HEADCOUNT TO SR-HEADCOUNT
                   MOVE RF-BUDGET-SALARY TO SR-SALARY
                   RELEASE SORT-POSITION-RECORD.

       120-RELEASE-EMPLOYEE-RECORD.

           READ EMPMASTI
               AT END
                   SET EMPMAST-EOF TO TRUE.
           IF NOT EMPMAST-EOF
               ADD 1 TO EMPLOYEES-READ-COUNT
               MOVE IR-DEPART-CODE TO SR-DEPART-CODE
               MOVE "E" TO SR-RECORD-KIND
               MOVE 1 TO SR-HEADCOUNT
               MOVE IR-ANNUAL-SALARY TO SR-SALARY
               RELEASE SORT-POSITION-RECORD.

       200-PRINT-POSITION-REPORT.

           PERFORM 210-WRITE-REPORT-HEADINGS.
           PERFORM 220-PROCESS-SORTED-RECORD
               UNTIL SORT-EOF.
           IF NOT FIRST-RECORD
               PERFORM 230-WRITE-DEPARTMENT-LINE.
           PERFORM 240-WRITE-COMPANY-TOTAL.
           PERFORM 250-WRITE-CONTROL-TOTALS.

       210-WRITE-REPORT-HEADINGS.

           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           WRITE REPORT-LINE FROM HEADING-LINE-3.
           WRITE REPORT-LINE FROM BLANK-LINE.

       220-PROCESS-SORTED-RECORD.

           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE.
           IF NOT SORT-EOF
               IF FIRST-RECORD
                   MOVE SR-DEPART-CODE TO PREVIOUS-DEPART-CODE
                   SET NOT-FIRST-RECORD TO TRUE
               ELSE
                   IF SR-DEPART-CODE NOT = PREVIOUS-DEPART-CODE
                       PERFORM 230-WRITE-DEPARTMENT-LINE
                       MOVE SR-DEPART-CODE TO PREVIOUS-DEPART-CODE
                   END-IF
               END-IF
               IF SR-BUDGET-RECORD
                   SET BUDGET-FOUND TO TRUE
                   ADD SR-HEADCOUNT TO DEPART-AUTH-HEADCOUNT
                   ADD SR-SALARY TO DEPART-AUTH-SALARY
               ELSE
                   ADD SR-HEADCOUNT TO DEPART-ACTUAL-HEADCOUNT
                   ADD SR-SALARY TO DEPART-ACTUAL-SALARY
               END-IF
           END-IF.

       230-WRITE-DEPARTMENT-LINE.

           MOVE PREVIOUS-DEPART-CODE TO DL-DEPART-CODE.
           PERFORM 235-READ-DEPARTMENT-NAME.
           MOVE RF-DESCRIPTION TO DL-DEPART-NAME.
           SUBTRACT DEPART-ACTUAL-HEADCOUNT FROM DEPART-AUTH-HEADCOUNT
               GIVING HEADCOUNT-VARIANCE.
           SUBTRACT DEPART-ACTUAL-SALARY FROM DEPART-AUTH-SALARY
               GIVING SALARY-VARIANCE.
           IF HEADCOUNT-VARIANCE > ZERO
               MOVE HEADCOUNT-VARIANCE TO DEPART-VACANCIES
           ELSE
               MOVE ZERO TO DEPART-VACANCIES.
           MOVE DEPART-AUTH-HEADCOUNT TO DL-AUTH-HEADCOUNT.
           MOVE DEPART-ACTUAL-HEADCOUNT TO DL-ACTUAL-HEADCOUNT.
           MOVE HEADCOUNT-VARIANCE TO DL-HEADCOUNT-VARIANCE.
           MOVE DEPART-VACANCIES TO DL-VACANCIES.
           MOVE DEPART-AUTH-SALARY TO DL-AUTH-SALARY.
           MOVE DEPART-ACTUAL-SALARY TO DL-ACTUAL-SALARY.
           MOVE SALARY-VARIANCE TO DL-SALARY-VARIANCE.
           IF NOT BUDGET-FOUND
               MOVE "NO BUDGET" TO DL-STATUS-TEXT
               ADD 1 TO DEPARTMENTS-UNBUDGETED-COUNT
           ELSE IF HEADCOUNT-VARIANCE < ZERO
                   OR SALARY-VARIANCE < ZERO
               MOVE "OVER BUDGET" TO DL-STATUS-TEXT
               ADD 1 TO DEPARTMENTS-OVER-COUNT
           ELSE
               MOVE SPACES TO DL-STATUS-TEXT.
           WRITE REPORT-LINE FROM DETAIL-LINE.
           ADD 1 TO DEPARTMENTS-LISTED-COUNT.
           ADD DEPART-AUTH-HEADCOUNT TO COMPANY-AUTH-HEADCOUNT.
           ADD DEPART-ACTUAL-HEADCOUNT TO COMPANY-ACTUAL-HEADCOUNT.
           ADD DEPART-AUTH-SALARY TO COMPANY-AUTH-SALARY.
           ADD DEPART-ACTUAL-SALARY TO COMPANY-ACTUAL-SALARY.
           ADD DEPART-VACANCIES TO COMPANY-VACANCIES.
           MOVE ZERO TO DEPART-AUTH-HEADCOUNT
                        DEPART-ACTUAL-HEADCOUNT
                        DEPART-AUTH-SALARY
                        DEPART-ACTUAL-SALARY.
           MOVE "N" TO BUDGET-FOUND-SWITCH.

       235-READ-DEPARTMENT-NAME.

           MOVE "D" TO RF-RECORD-TYPE.
           MOVE PREVIOUS-DEPART-CODE TO RF-RECORD-CODE.
           READ REFMAST
               INVALID KEY
                   MOVE SPACES TO RF-DESCRIPTION.

       240-WRITE-COMPANY-TOTAL.

           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE SPACES TO DL-DEPART-CODE.
           MOVE "COMPANY TOTAL" TO DL-DEPART-NAME.
           SUBTRACT COMPANY-ACTUAL-HEADCOUNT FROM COMPANY-AUTH-HEADCOUNT
               GIVING HEADCOUNT-VARIANCE.
           SUBTRACT COMPANY-ACTUAL-SALARY FROM COMPANY-AUTH-SALARY
               GIVING SALARY-VARIANCE.
           MOVE COMPANY-AUTH-HEADCOUNT TO DL-AUTH-HEADCOUNT.
           MOVE COMPANY-ACTUAL-HEADCOUNT TO DL-ACTUAL-HEADCOUNT.
           MOVE HEADCOUNT-VARIANCE TO DL-HEADCOUNT-VARIANCE.
           MOVE COMPANY-VACANCIES TO DL-VACANCIES.
           MOVE COMPANY-AUTH-SALARY TO DL-AUTH-SALARY.
           MOVE COMPANY-ACTUAL-SALARY TO DL-ACTUAL-SALARY.
           MOVE SALARY-VARIANCE TO DL-SALARY-VARIANCE.
           MOVE SPACES TO DL-STATUS-TEXT.
           WRITE REPORT-LINE FROM DETAIL-LINE.

       250-WRITE-CONTROL-TOTALS.

           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE "BUDGET RECORDS READ" TO CTL-LABEL.
           MOVE BUDGETS-READ-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "EMPLOYEES READ" TO CTL-LABEL.
           MOVE EMPLOYEES-READ-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "DEPARTMENTS LISTED" TO CTL-LABEL.
           MOVE DEPARTMENTS-LISTED-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "DEPARTMENTS OVER BUDGET" TO CTL-LABEL.
           MOVE DEPARTMENTS-OVER-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "DEPARTMENTS NOT BUDGETED" TO CTL-LABEL.
           MOVE DEPARTMENTS-UNBUDGETED-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
