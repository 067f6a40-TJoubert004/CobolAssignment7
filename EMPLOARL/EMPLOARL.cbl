       IDENTIFICATION DIVISION.

       PROGRAM-ID. EMPLOARL.

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
           SELECT LOARRPT  ASSIGN TO LOARRPT
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       SD  SORT-WORK-FILE.

       01  SORT-LEAVE-RECORD.
           05  SL-DEPART-CODE          PIC X(5).
           05  SL-LEAVE-START-DATE     PIC 9(8).
           05  SL-EMPLOYEE-ID          PIC X(5).
           05  SL-EMPLOYEE-NAME        PIC X(30).
           05  SL-JOB-CLASS            PIC X(2).
           05  SL-EMPLOYMENT-STATUS    PIC X.
           05  SL-LEAVE-RETURN-DATE    PIC 9(8).

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
               88  ON-LEAVE-STATUS              VALUE "U" "P" "S".
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

       FD  LOARRPT.

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

       01  PREVIOUS-DEPART-CODE        PIC X(5).

       01  ACCUMULATORS.
           05  DEPART-LEAVE-COUNT      PIC 9(5)      VALUE ZERO.
           05  EMPLOYEES-READ-COUNT    PIC 9(7)      VALUE ZERO.
           05  EMPLOYEES-LISTED-COUNT  PIC 9(7)      VALUE ZERO.
           05  UNPAID-LEAVE-COUNT      PIC 9(7)      VALUE ZERO.
           05  PAID-LEAVE-COUNT        PIC 9(7)      VALUE ZERO.
           05  SUSPENDED-COUNT         PIC 9(7)      VALUE ZERO.
           05  OVERDUE-RETURN-COUNT    PIC 9(7)      VALUE ZERO.
           05  NO-RETURN-DATE-COUNT    PIC 9(7)      VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(36)
               VALUE "EMPLOARL LEAVE OF ABSENCE LISTING".
           05  FILLER                  PIC X(96)  VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                  PIC X(19)
               VALUE "STATUS AS OF DATE  ".
           05  H2-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X(105) VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER                  PIC X(5)   VALUE "EMPNO".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "EMPLOYEE NAME".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE "JC".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE "LEAVE TYPE".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "START DATE".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "EXPECTED RETURN".
           05  FILLER                  PIC X(43)  VALUE SPACES.

       01  DEPARTMENT-HEADING-LINE.
           05  FILLER                  PIC X(12)  VALUE "DEPARTMENT -".
           05  DH-DEPART-CODE          PIC X(5).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  DH-DEPART-NAME          PIC X(30).
           05  FILLER                  PIC X(84)  VALUE SPACES.

       01  DETAIL-LINE.
           05  DL-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DL-EMPLOYEE-NAME        PIC X(30).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DL-JOB-CLASS            PIC X(2).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DL-LEAVE-TYPE           PIC X(12).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DL-LEAVE-START-DATE     PIC 9(8).
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  DL-LEAVE-RETURN-DATE    PIC 9(8).
           05  FILLER                  PIC X(10)  VALUE SPACES.
           05  DL-NOTE                 PIC X(15).
           05  FILLER                  PIC X(25)  VALUE SPACES.

       01  DEPARTMENT-TOTAL-LINE.
           05  FILLER                  PIC X(7)   VALUE SPACES.
           05  FILLER                  PIC X(14)  VALUE "DEPT TOTAL -".
           05  DT-DEPART-CODE          PIC X(5).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DT-EMPLOYEE-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(10)  VALUE " ON LEAVE".
           05  FILLER                  PIC X(88)  VALUE SPACES.

       01  CTL-TOTALS-LINE.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  CTL-LABEL               PIC X(25).
           05  CTL-VALUE               PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  BLANK-LINE                 PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       000-CREATE-LEAVE-LISTING.

           OPEN INPUT  EMPMASTI
                INPUT  REFMAST
                OUTPUT LOARRPT.
           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SL-DEPART-CODE
               ON ASCENDING KEY SL-LEAVE-START-DATE
               ON ASCENDING KEY SL-EMPLOYEE-ID
               INPUT PROCEDURE IS 100-RELEASE-LEAVE-RECORDS
               OUTPUT PROCEDURE IS 200-PRINT-LEAVE-LISTING.
           CLOSE EMPMASTI
                 REFMAST
                 LOARRPT.
           STOP RUN.

       100-RELEASE-LEAVE-RECORDS.

           PERFORM 110-RELEASE-LEAVE-RECORD
               UNTIL EMPMAST-EOF.

       110-RELEASE-LEAVE-RECORD.

           READ EMPMASTI
               AT END
                   SET EMPMAST-EOF TO TRUE.
           IF NOT EMPMAST-EOF
               ADD 1 TO EMPLOYEES-READ-COUNT
               IF ON-LEAVE-STATUS
                   MOVE IR-DEPART-CODE TO SL-DEPART-CODE
                   MOVE IR-EMPLOYEE-ID TO SL-EMPLOYEE-ID
                   MOVE IR-EMPLOYEE-NAME TO SL-EMPLOYEE-NAME
                   MOVE IR-JOB-CLASS TO SL-JOB-CLASS
                   MOVE IR-EMPLOYMENT-STATUS TO SL-EMPLOYMENT-STATUS
                   IF IR-LEAVE-START-DATE NUMERIC
                       MOVE IR-LEAVE-START-DATE TO SL-LEAVE-START-DATE
                   ELSE
                       MOVE ZERO TO SL-LEAVE-START-DATE
                   END-IF
                   IF IR-LEAVE-RETURN-DATE NUMERIC
                       MOVE IR-LEAVE-RETURN-DATE
                           TO SL-LEAVE-RETURN-DATE
                   ELSE
                       MOVE ZERO TO SL-LEAVE-RETURN-DATE
                   END-IF
                   RELEASE SORT-LEAVE-RECORD.

       200-PRINT-LEAVE-LISTING.

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
                   MOVE SL-DEPART-CODE TO PREVIOUS-DEPART-CODE
                   SET NOT-FIRST-RECORD TO TRUE
                   PERFORM 225-WRITE-DEPARTMENT-HEADING
               ELSE
                   IF SL-DEPART-CODE NOT = PREVIOUS-DEPART-CODE
                       PERFORM 230-WRITE-DEPARTMENT-TOTAL
                       MOVE SL-DEPART-CODE TO PREVIOUS-DEPART-CODE
                       PERFORM 225-WRITE-DEPARTMENT-HEADING
                   END-IF
               END-IF
               ADD 1 TO DEPART-LEAVE-COUNT
               PERFORM 250-WRITE-DETAIL-LINE
           END-IF.

       225-WRITE-DEPARTMENT-HEADING.

           MOVE PREVIOUS-DEPART-CODE TO DH-DEPART-CODE.
           PERFORM 235-READ-DEPARTMENT-NAME.
           MOVE RF-DESCRIPTION TO DH-DEPART-NAME.
           WRITE REPORT-LINE FROM DEPARTMENT-HEADING-LINE.

       230-WRITE-DEPARTMENT-TOTAL.

           MOVE PREVIOUS-DEPART-CODE TO DT-DEPART-CODE.
           MOVE DEPART-LEAVE-COUNT TO DT-EMPLOYEE-COUNT.
           WRITE REPORT-LINE FROM DEPARTMENT-TOTAL-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE ZERO TO DEPART-LEAVE-COUNT.

       235-READ-DEPARTMENT-NAME.

           MOVE "D" TO RF-RECORD-TYPE.
           MOVE PREVIOUS-DEPART-CODE TO RF-RECORD-CODE.
           READ REFMAST
               INVALID KEY
                   MOVE SPACES TO RF-DESCRIPTION.

       250-WRITE-DETAIL-LINE.

           MOVE SL-EMPLOYEE-ID TO DL-EMPLOYEE-ID.
           MOVE SL-EMPLOYEE-NAME TO DL-EMPLOYEE-NAME.
           MOVE SL-JOB-CLASS TO DL-JOB-CLASS.
           MOVE SL-LEAVE-START-DATE TO DL-LEAVE-START-DATE.
           MOVE SL-LEAVE-RETURN-DATE TO DL-LEAVE-RETURN-DATE.
           EVALUATE SL-EMPLOYMENT-STATUS
               WHEN "U"
                   MOVE "UNPAID LEAVE" TO DL-LEAVE-TYPE
                   ADD 1 TO UNPAID-LEAVE-COUNT
               WHEN "P"
                   MOVE "PAID LEAVE" TO DL-LEAVE-TYPE
                   ADD 1 TO PAID-LEAVE-COUNT
               WHEN "S"
                   MOVE "SUSPENDED" TO DL-LEAVE-TYPE
                   ADD 1 TO SUSPENDED-COUNT
           END-EVALUATE.
           MOVE SPACES TO DL-NOTE.
           IF SL-LEAVE-RETURN-DATE = ZERO
               MOVE "NO RETURN DATE" TO DL-NOTE
               ADD 1 TO NO-RETURN-DATE-COUNT
           ELSE IF SL-LEAVE-RETURN-DATE < RUN-DATE-YYYYMMDD
               MOVE "RETURN OVERDUE" TO DL-NOTE
               ADD 1 TO OVERDUE-RETURN-COUNT.
           WRITE REPORT-LINE FROM DETAIL-LINE.
           ADD 1 TO EMPLOYEES-LISTED-COUNT.

       260-WRITE-CONTROL-TOTALS.

           MOVE "EMPLOYEES READ" TO CTL-LABEL.
           MOVE EMPLOYEES-READ-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "EMPLOYEES ON LEAVE" TO CTL-LABEL.
           MOVE EMPLOYEES-LISTED-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "UNPAID LEAVE" TO CTL-LABEL.
           MOVE UNPAID-LEAVE-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "PAID LEAVE" TO CTL-LABEL.
           MOVE PAID-LEAVE-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "SUSPENDED" TO CTL-LABEL.
           MOVE SUSPENDED-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "RETURN DATE OVERDUE" TO CTL-LABEL.
           MOVE OVERDUE-RETURN-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "NO RETURN DATE ON FILE" TO CTL-LABEL.
           MOVE NO-RETURN-DATE-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
