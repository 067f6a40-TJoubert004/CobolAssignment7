       IDENTIFICATION DIVISION.

       PROGRAM-ID. EMPSENRL.

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
                           ACCESS IS RANDOM
                           RECORD KEY IS RF-RECORD-KEY.
           SELECT SENRRPT  ASSIGN TO SENRRPT
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       SD  SORT-WORK-FILE.

       01  SORT-SENIORITY-RECORD.
           05  SS-DEPART-CODE          PIC X(5).
           05  SS-SERVICE-DATE-KEY     PIC 9(8).
           05  SS-EMPLOYEE-ID          PIC X(5).
           05  SS-EMPLOYEE-NAME        PIC X(30).
           05  SS-JOB-CLASS            PIC X(2).
           05  SS-ORIGINAL-HIRE-DATE   PIC 9(8).
           05  SS-ADJ-SERVICE-DATE     PIC 9(8).

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

       FD  SENRRPT.

       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  EMPMAST-EOF-SWITCH      PIC X    VALUE "N".
               88  EMPMAST-EOF                  VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
               88  FIRST-RECORD                 VALUE "Y".
               88  NOT-FIRST-RECORD             VALUE "N".

       01  RUN-DATE-YYYYMMDD           PIC 9(8).

       01  SERVICE-WORK-FIELDS.
           05  SERVICE-DATE-SPAN       PIC 9(8).
           05  SERVICE-YEARS           PIC 9(2).

       01  PREVIOUS-DEPART-CODE        PIC X(5).

       01  ACCUMULATORS.
           05  DEPART-RANK-COUNT       PIC 9(5)      VALUE ZERO.
           05  EMPLOYEES-READ-COUNT    PIC 9(7)      VALUE ZERO.
           05  EMPLOYEES-LISTED-COUNT  PIC 9(7)      VALUE ZERO.
           05  NO-SERVICE-DATE-COUNT   PIC 9(7)      VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(36)
               VALUE "EMPSENRL DEPARTMENT SENIORITY LIST".
           05  FILLER                  PIC X(96)  VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                  PIC X(19)
               VALUE "SERVICE AS OF DATE ".
           05  H2-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X(105) VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER                  PIC X(4)   VALUE "RANK".
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
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE "YEARS".
           05  FILLER                  PIC X(47)  VALUE SPACES.

       01  DEPARTMENT-HEADING-LINE.
           05  FILLER                  PIC X(12)  VALUE "DEPARTMENT -".
           05  DH-DEPART-CODE          PIC X(5).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  DH-DEPART-NAME          PIC X(30).
           05  FILLER                  PIC X(84)  VALUE SPACES.

       01  DETAIL-LINE.
           05  DL-RANK                 PIC ZZZ9.
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
           05  FILLER                  PIC X(8)   VALUE SPACES.
           05  DL-SERVICE-YEARS        PIC Z9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DL-NOTE                 PIC X(15).
           05  FILLER                  PIC X(31)  VALUE SPACES.

       01  DEPARTMENT-TOTAL-LINE.
           05  FILLER                  PIC X(7)   VALUE SPACES.
           05  FILLER                  PIC X(14)  VALUE "DEPT TOTAL -".
           05  DT-DEPART-CODE          PIC X(5).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DT-EMPLOYEE-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(10)  VALUE " EMPLOYEES".
           05  FILLER                  PIC X(88)  VALUE SPACES.

       01  CTL-TOTALS-LINE.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  CTL-LABEL               PIC X(25).
           05  CTL-VALUE               PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  BLANK-LINE                 PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       000-CREATE-SENIORITY-LIST.

           OPEN INPUT  EMPMASTI
                INPUT  REFMAST
                OUTPUT SENRRPT.
           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SS-DEPART-CODE
               ON ASCENDING KEY SS-SERVICE-DATE-KEY
               ON ASCENDING KEY SS-EMPLOYEE-ID
               INPUT PROCEDURE IS 100-RELEASE-EMPLOYEE-RECORDS
               OUTPUT PROCEDURE IS 200-PRINT-SENIORITY-LIST.
           CLOSE EMPMASTI
                 REFMAST
                 SENRRPT.
           STOP RUN.

       100-RELEASE-EMPLOYEE-RECORDS.

           PERFORM 110-RELEASE-EMPLOYEE-RECORD
               UNTIL EMPMAST-EOF.

       110-RELEASE-EMPLOYEE-RECORD.

           READ EMPMASTI
               AT END
                   SET EMPMAST-EOF TO TRUE.
           IF NOT EMPMAST-EOF
               ADD 1 TO EMPLOYEES-READ-COUNT
               MOVE IR-DEPART-CODE TO SS-DEPART-CODE
               MOVE IR-EMPLOYEE-ID TO SS-EMPLOYEE-ID
               MOVE IR-EMPLOYEE-NAME TO SS-EMPLOYEE-NAME
               MOVE IR-JOB-CLASS TO SS-JOB-CLASS
               IF IR-ADJ-SERVICE-DATE NUMERIC
                  AND IR-ADJ-SERVICE-DATE > ZERO
                   MOVE IR-ADJ-SERVICE-DATE TO SS-SERVICE-DATE-KEY
                                               SS-ADJ-SERVICE-DATE
               ELSE
                   MOVE 99999999 TO SS-SERVICE-DATE-KEY
                   MOVE ZERO TO SS-ADJ-SERVICE-DATE
               END-IF
               IF IR-ORIGINAL-HIRE-DATE NUMERIC
                   MOVE IR-ORIGINAL-HIRE-DATE TO SS-ORIGINAL-HIRE-DATE
               ELSE
                   MOVE ZERO TO SS-ORIGINAL-HIRE-DATE
               END-IF
               RELEASE SORT-SENIORITY-RECORD.

       200-PRINT-SENIORITY-LIST.

           PERFORM 210-WRITE-REPORT-HEADINGS.
           PERFORM 220-PROCESS-SORTED-RECORD
               UNTIL SORT-EOF.
           IF NOT FIRST-RECORD
               PERFORM 230-WRITE-DEPARTMENT-TOTAL.
           PERFORM 260-WRITE-CONTROL-TOTALS.

       210-WRITE-REPORT-HEADINGS.

           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE RUN-DATE-YYYYMMDD TO H2-RUN-DATE.
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
                   MOVE SS-DEPART-CODE TO PREVIOUS-DEPART-CODE
                   SET NOT-FIRST-RECORD TO TRUE
                   PERFORM 225-WRITE-DEPARTMENT-HEADING
               ELSE
                   IF SS-DEPART-CODE NOT = PREVIOUS-DEPART-CODE
                       PERFORM 230-WRITE-DEPARTMENT-TOTAL
                       MOVE SS-DEPART-CODE TO PREVIOUS-DEPART-CODE
                       PERFORM 225-WRITE-DEPARTMENT-HEADING
                   END-IF
               END-IF
               ADD 1 TO DEPART-RANK-COUNT
               PERFORM 250-WRITE-DETAIL-LINE
           END-IF.

       225-WRITE-DEPARTMENT-HEADING.

           MOVE PREVIOUS-DEPART-CODE TO DH-DEPART-CODE.
           PERFORM 235-READ-DEPARTMENT-NAME.
           MOVE RF-DESCRIPTION TO DH-DEPART-NAME.
           WRITE REPORT-LINE FROM DEPARTMENT-HEADING-LINE.

       230-WRITE-DEPARTMENT-TOTAL.

           MOVE PREVIOUS-DEPART-CODE TO DT-DEPART-CODE.
           MOVE DEPART-RANK-COUNT TO DT-EMPLOYEE-COUNT.
           WRITE REPORT-LINE FROM DEPARTMENT-TOTAL-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE ZERO TO DEPART-RANK-COUNT.

       235-READ-DEPARTMENT-NAME.

           MOVE "D" TO RF-RECORD-TYPE.
           MOVE PREVIOUS-DEPART-CODE TO RF-RECORD-CODE.
           READ REFMAST
               INVALID KEY
                   MOVE SPACES TO RF-DESCRIPTION.

       250-WRITE-DETAIL-LINE.

           MOVE DEPART-RANK-COUNT TO DL-RANK.
           MOVE SS-EMPLOYEE-ID TO DL-EMPLOYEE-ID.
           MOVE SS-EMPLOYEE-NAME TO DL-EMPLOYEE-NAME.
           MOVE SS-JOB-CLASS TO DL-JOB-CLASS.
           MOVE SS-ORIGINAL-HIRE-DATE TO DL-ORIGINAL-HIRE-DATE.
           MOVE SS-ADJ-SERVICE-DATE TO DL-ADJ-SERVICE-DATE.
           MOVE SPACES TO DL-NOTE.
           MOVE ZERO TO SERVICE-YEARS.
           IF SS-ADJ-SERVICE-DATE = ZERO
               MOVE "NO SERVICE DATE" TO DL-NOTE
               ADD 1 TO NO-SERVICE-DATE-COUNT
           ELSE IF SS-ADJ-SERVICE-DATE < RUN-DATE-YYYYMMDD
               SUBTRACT SS-ADJ-SERVICE-DATE FROM RUN-DATE-YYYYMMDD
                   GIVING SERVICE-DATE-SPAN
               DIVIDE SERVICE-DATE-SPAN BY 10000
                   GIVING SERVICE-YEARS.
           MOVE SERVICE-YEARS TO DL-SERVICE-YEARS.
           WRITE REPORT-LINE FROM DETAIL-LINE.
           ADD 1 TO EMPLOYEES-LISTED-COUNT.

       260-WRITE-CONTROL-TOTALS.

           MOVE "EMPLOYEES READ" TO CTL-LABEL.
           MOVE EMPLOYEES-READ-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "EMPLOYEES LISTED" TO CTL-LABEL.
           MOVE EMPLOYEES-LISTED-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "NO SERVICE DATE ON FILE" TO CTL-LABEL.
           MOVE NO-SERVICE-DATE-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
