       IDENTIFICATION DIVISION.

       PROGRAM-ID. EMPRETRO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
           SELECT EMPAUDIT ASSIGN TO EMPAUDIT.
           SELECT EMPMASTI ASSIGN TO EMPMASTI
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IR-EMPLOYEE-ID.
           SELECT OPTIONAL RETROADJ ASSIGN TO RETROADJ
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS RA-RETRO-KEY
                           FILE STATUS IS RETROADJ-FILE-STATUS.
           SELECT RETRORPT ASSIGN TO RETRORPT
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       SD  SORT-WORK-FILE.

       01  SORT-RETRO-RECORD.
           05  SR-DEPART-CODE          PIC X(5).
           05  SR-EMPLOYEE-ID          PIC X(5).
           05  SR-EFFECTIVE-DATE       PIC 9(8).
           05  SR-POSTED-DATE          PIC 9(8).
           05  SR-EMPLOYEE-NAME        PIC X(30).
           05  SR-OLD-SALARY           PIC S9(7)V99.
           05  SR-NEW-SALARY           PIC S9(7)V99.
           05  SR-PERIODS-MISSED       PIC 9(3).
           05  SR-RETRO-AMOUNT         PIC S9(7)V99.
           05  SR-NOTE-TEXT            PIC X(25).

       FD  EMPAUDIT.

       01  AUDIT-RECORD.
           05  AU-TRANSACTION-CODE     PIC X.
               88  AUDIT-CHANGE                 VALUE "C".
           05  AU-EMPLOYEE-ID          PIC X(5).
           05  AU-DATE                 PIC 9(8).
           05  AU-TIME                 PIC 9(8).
           05  AU-BEFORE-IMAGE.
               10  AU-BEFORE-EMPLOYEE-NAME PIC X(30).
               10  AU-BEFORE-DEPART-CODE   PIC X(5).
               10  AU-BEFORE-JOB-CLASS     PIC X(2).
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
               10  AU-AFTER-JOB-CLASS      PIC X(2).
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

       FD  RETROADJ.

       01  RETRO-ADJUSTMENT-RECORD.
           05  RA-RETRO-KEY.
               10  RA-EMPLOYEE-ID      PIC X(5).
               10  RA-AUDIT-DATE       PIC 9(8).
               10  RA-AUDIT-TIME       PIC 9(8).
           05  RA-DEPART-CODE          PIC X(5).
           05  RA-EFFECTIVE-DATE       PIC 9(8).
           05  RA-PERIODS-MISSED       PIC 9(2).
           05  RA-OLD-ANNUAL-SALARY    PIC S9(7)V99.
           05  RA-NEW-ANNUAL-SALARY    PIC S9(7)V99.
           05  RA-RETRO-AMOUNT         PIC S9(7)V99.
           05  RA-RETRO-STATUS         PIC X.
               88  RETRO-OPEN                   VALUE "O".
               88  RETRO-PAID                   VALUE "P".
           05  RA-PAID-YEAR            PIC 9(4).
           05  RA-PAID-PERIOD          PIC 9(2).
           05  FILLER                  PIC X(10).

       FD  RETRORPT.

       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  AUDIT-EOF-SWITCH        PIC X    VALUE "N".
               88  AUDIT-EOF                    VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
               88  FIRST-RECORD                 VALUE "Y".
               88  NOT-FIRST-RECORD             VALUE "N".
           05  MASTER-FOUND-SWITCH     PIC X    VALUE "N".
               88  MASTER-FOUND                 VALUE "Y".
           05  DATE-VALID-SWITCH       PIC X    VALUE "Y".
               88  DATE-VALID                   VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  RETROADJ-FILE-STATUS    PIC XX.
               88  RETROADJ-SUCCESSFUL          VALUE "00".
               88  RETROADJ-DUPLICATE-KEY       VALUE "22".

       01  RETRO-WORK-FIELDS.
           05  PAY-PERIODS-PER-YEAR    PIC S9(2)     VALUE 26.
           05  DAYS-PER-PAY-PERIOD     PIC S9(2)     VALUE 14.
           05  OLD-PERIOD-PAY          PIC S9(6)V99.
           05  NEW-PERIOD-PAY          PIC S9(6)V99.
           05  PERIOD-PAY-DIFFERENCE   PIC S9(6)V99.
           05  RETRO-AMOUNT            PIC S9(7)V99.
           05  PERIODS-MISSED          PIC S9(5).
           05  DAYS-MISSED             PIC S9(7).
           05  EFFECTIVE-DAY-NUMBER    PIC S9(9).
           05  POSTED-DAY-NUMBER       PIC S9(9).
           05  NOTE-TEXT               PIC X(25).

       01  DAY-NUMBER-FIELDS.
           05  DAY-NUMBER-DATE         PIC 9(8).
           05  DAY-NUMBER-DATE-PARTS REDEFINES DAY-NUMBER-DATE.
               10  DN-YEAR             PIC 9(4).
               10  DN-MONTH            PIC 99.
               10  DN-DAY              PIC 99.
           05  DN-MARCH-ADJUSTMENT     PIC S9.
           05  DN-SHIFTED-YEAR         PIC S9(5).
           05  DN-SHIFTED-MONTH        PIC S9(3).
           05  DN-WORK                 PIC S9(9).
           05  DAY-NUMBER              PIC S9(9).

       01  PREVIOUS-DEPART-CODE        PIC X(5).

       01  RETRO-ACCUMULATORS.
           05  DEPART-RETRO-TOTAL      PIC S9(9)V99  VALUE ZEROS.
           05  GRAND-RETRO-TOTAL       PIC S9(9)V99  VALUE ZEROS.

       01  RETRO-COUNTS.
           05  AUDIT-READ-COUNT        PIC 9(7)      VALUE ZERO.
           05  CHANGES-SELECTED-COUNT  PIC 9(7)      VALUE ZERO.
           05  ADJUSTMENTS-WRITTEN-COUNT
                                       PIC 9(7)      VALUE ZERO.
           05  ALREADY-ON-FILE-COUNT   PIC 9(7)      VALUE ZERO.
           05  NOT-CALCULATED-COUNT    PIC 9(7)      VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(40)
               VALUE "EMPRETRO RETROACTIVE PAY ADJUSTMENTS".
           05  FILLER                  PIC X(92)  VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                  PIC X(5)   VALUE "EMPNO".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "EMPLOYEE NAME".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "EFFECTIVE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "POSTED".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "OLD SALARY".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "NEW SALARY".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE "PDS".
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE "  RETRO AMT".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(25)  VALUE "NOTE".
           05  FILLER                  PIC X(3)   VALUE SPACES.

       01  DEPARTMENT-HEADING-LINE.
           05  FILLER                  PIC X(13)
               VALUE "DEPARTMENT - ".
           05  DH-DEPART-CODE          PIC X(5).
           05  FILLER                  PIC X(114) VALUE SPACES.

       01  DETAIL-LINE.
           05  DL-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-EMPLOYEE-NAME        PIC X(30).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-EFFECTIVE-DATE       PIC 9999/99/99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-POSTED-DATE          PIC 9999/99/99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-OLD-SALARY           PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-NEW-SALARY           PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-PERIODS-MISSED       PIC ZZ9.
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  DL-RETRO-AMOUNT         PIC -ZZZZZZ9.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-NOTE-TEXT            PIC X(25).
           05  FILLER                  PIC X(3)   VALUE SPACES.

       01  DEPARTMENT-TOTAL-LINE.
           05  FILLER                  PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(14)  VALUE "DEPT TOTAL -".
           05  DT-DEPART-CODE          PIC X(5).
           05  FILLER                  PIC X(64)  VALUE SPACES.
           05  DT-RETRO-TOTAL          PIC -ZZZZZZ9.99.
           05  FILLER                  PIC X(30)  VALUE SPACES.

       01  SIGN-OFF-LINE.
           05  FILLER                  PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE "HR APPROVAL - ".
           05  FILLER                  PIC X(30)
               VALUE "______________________________".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE "DATE - ".
           05  FILLER                  PIC X(10)  VALUE "__________".
           05  FILLER                  PIC X(60)  VALUE SPACES.

       01  GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(14)  VALUE "GRAND TOTAL -".
           05  FILLER                  PIC X(69)  VALUE SPACES.
           05  GT-RETRO-TOTAL          PIC -ZZZZZZ9.99.
           05  FILLER                  PIC X(30)  VALUE SPACES.

       01  CTL-TOTALS-LINE.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  CTL-LABEL               PIC X(25).
           05  CTL-VALUE               PIC ZZZZZZ9.
           05  FILLER                  PIC X(95)  VALUE SPACES.

       01  BLANK-LINE                 PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       000-CALCULATE-RETRO-PAY.

           OPEN INPUT  EMPAUDIT
                INPUT  EMPMASTI
                I-O    RETROADJ
                OUTPUT RETRORPT.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           WRITE REPORT-LINE FROM BLANK-LINE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-DEPART-CODE
               ON ASCENDING KEY SR-EMPLOYEE-ID
               ON ASCENDING KEY SR-EFFECTIVE-DATE
               INPUT PROCEDURE IS 100-SELECT-SALARY-CHANGES
               OUTPUT PROCEDURE IS 200-PRINT-RETRO-LISTING.
           CLOSE EMPAUDIT
                 EMPMASTI
                 RETROADJ
                 RETRORPT.
           STOP RUN.

       100-SELECT-SALARY-CHANGES.

           PERFORM 110-SELECT-AUDIT-RECORD
               UNTIL AUDIT-EOF.

       110-SELECT-AUDIT-RECORD.

           READ EMPAUDIT
               AT END
                   SET AUDIT-EOF TO TRUE.
           IF NOT AUDIT-EOF
               ADD 1 TO AUDIT-READ-COUNT
               IF AUDIT-CHANGE
                  AND AU-BEFORE-ANNUAL-SALARY > ZERO
                  AND AU-BEFORE-ANNUAL-SALARY
                      NOT = AU-AFTER-ANNUAL-SALARY
                  AND AU-EFFECTIVE-DATE NUMERIC
                  AND AU-EFFECTIVE-DATE > ZERO
                  AND AU-EFFECTIVE-DATE < AU-DATE
                   ADD 1 TO CHANGES-SELECTED-COUNT
                   PERFORM 120-CALCULATE-RETRO-AMOUNT
                   PERFORM 130-READ-EMPLOYEE-MASTER
                   IF NOTE-TEXT = SPACES
                       PERFORM 140-WRITE-RETRO-ADJUSTMENT
                   ELSE
                       ADD 1 TO NOT-CALCULATED-COUNT
                   END-IF
                   PERFORM 160-RELEASE-RETRO-RECORD.

       120-CALCULATE-RETRO-AMOUNT.

           MOVE SPACES TO NOTE-TEXT.
           MOVE ZERO TO PERIODS-MISSED
                        RETRO-AMOUNT.
           MOVE AU-EFFECTIVE-DATE TO DAY-NUMBER-DATE.
           PERFORM 150-COMPUTE-DAY-NUMBER.
           MOVE DAY-NUMBER TO EFFECTIVE-DAY-NUMBER.
           IF DATE-VALID
               MOVE AU-DATE TO DAY-NUMBER-DATE
               PERFORM 150-COMPUTE-DAY-NUMBER
               MOVE DAY-NUMBER TO POSTED-DAY-NUMBER.
           IF NOT DATE-VALID
               MOVE "EFFECTIVE DATE INVALID" TO NOTE-TEXT
           ELSE
               SUBTRACT EFFECTIVE-DAY-NUMBER FROM POSTED-DAY-NUMBER
                   GIVING DAYS-MISSED
               DIVIDE DAYS-MISSED BY DAYS-PER-PAY-PERIOD
                   GIVING PERIODS-MISSED
               IF PERIODS-MISSED = ZERO
                   MOVE "UNDER ONE PAY PERIOD" TO NOTE-TEXT
               ELSE IF PERIODS-MISSED > PAY-PERIODS-PER-YEAR
                   MOVE "OVER 26 PERIODS - MANUAL" TO NOTE-TEXT
               ELSE
                   DIVIDE AU-BEFORE-ANNUAL-SALARY
                       BY PAY-PERIODS-PER-YEAR
                       GIVING OLD-PERIOD-PAY ROUNDED
                   DIVIDE AU-AFTER-ANNUAL-SALARY
                       BY PAY-PERIODS-PER-YEAR
                       GIVING NEW-PERIOD-PAY ROUNDED
                   SUBTRACT OLD-PERIOD-PAY FROM NEW-PERIOD-PAY
                       GIVING PERIOD-PAY-DIFFERENCE
                   MULTIPLY PERIOD-PAY-DIFFERENCE BY PERIODS-MISSED
                       GIVING RETRO-AMOUNT.

       130-READ-EMPLOYEE-MASTER.

           MOVE AU-EMPLOYEE-ID TO IR-EMPLOYEE-ID.
           READ EMPMASTI
               INVALID KEY
                   MOVE "N" TO MASTER-FOUND-SWITCH
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE.
           IF NOT MASTER-FOUND
               MOVE AU-AFTER-DEPART-CODE TO IR-DEPART-CODE
               MOVE AU-AFTER-EMPLOYEE-NAME TO IR-EMPLOYEE-NAME
               IF NOTE-TEXT = SPACES
                   MOVE "NOT ON MASTER" TO NOTE-TEXT.

       140-WRITE-RETRO-ADJUSTMENT.

           MOVE AU-EMPLOYEE-ID TO RA-EMPLOYEE-ID.
           MOVE AU-DATE TO RA-AUDIT-DATE.
           MOVE AU-TIME TO RA-AUDIT-TIME.
           MOVE IR-DEPART-CODE TO RA-DEPART-CODE.
           MOVE AU-EFFECTIVE-DATE TO RA-EFFECTIVE-DATE.
           MOVE PERIODS-MISSED TO RA-PERIODS-MISSED.
           MOVE AU-BEFORE-ANNUAL-SALARY TO RA-OLD-ANNUAL-SALARY.
           MOVE AU-AFTER-ANNUAL-SALARY TO RA-NEW-ANNUAL-SALARY.
           MOVE RETRO-AMOUNT TO RA-RETRO-AMOUNT.
           SET RETRO-OPEN TO TRUE.
           MOVE ZEROS TO RA-PAID-YEAR
                         RA-PAID-PERIOD.
           WRITE RETRO-ADJUSTMENT-RECORD.
           IF RETROADJ-SUCCESSFUL
               ADD 1 TO ADJUSTMENTS-WRITTEN-COUNT
           ELSE IF RETROADJ-DUPLICATE-KEY
               MOVE "ALREADY ON RETROADJ" TO NOTE-TEXT
               ADD 1 TO ALREADY-ON-FILE-COUNT
           ELSE
               DISPLAY "WRITE ERROR ON RETROADJ FOR ITEM NUMBER "
                   AU-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " RETROADJ-FILE-STATUS
               MOVE "RETROADJ WRITE ERROR" TO NOTE-TEXT
               ADD 1 TO NOT-CALCULATED-COUNT.

       150-COMPUTE-DAY-NUMBER.

           SET DATE-VALID TO TRUE.
           IF DAY-NUMBER-DATE NOT NUMERIC
              OR DN-MONTH < 1 OR DN-MONTH > 12
              OR DN-DAY < 1 OR DN-DAY > 31
               MOVE "N" TO DATE-VALID-SWITCH
               MOVE ZERO TO DAY-NUMBER
           ELSE
               IF DN-MONTH < 3
                   MOVE 1 TO DN-MARCH-ADJUSTMENT
               ELSE
                   MOVE 0 TO DN-MARCH-ADJUSTMENT
               END-IF
               ADD DN-YEAR 4800 GIVING DN-SHIFTED-YEAR
               SUBTRACT DN-MARCH-ADJUSTMENT FROM DN-SHIFTED-YEAR
               MULTIPLY DN-MARCH-ADJUSTMENT BY 12
                   GIVING DN-SHIFTED-MONTH
               ADD DN-MONTH TO DN-SHIFTED-MONTH
               SUBTRACT 3 FROM DN-SHIFTED-MONTH
               MULTIPLY DN-SHIFTED-MONTH BY 153 GIVING DN-WORK
               ADD 2 TO DN-WORK
               DIVIDE DN-WORK BY 5 GIVING DN-WORK
               MOVE DN-DAY TO DAY-NUMBER
               ADD DN-WORK TO DAY-NUMBER
               MULTIPLY DN-SHIFTED-YEAR BY 365 GIVING DN-WORK
               ADD DN-WORK TO DAY-NUMBER
               DIVIDE DN-SHIFTED-YEAR BY 4 GIVING DN-WORK
               ADD DN-WORK TO DAY-NUMBER
               DIVIDE DN-SHIFTED-YEAR BY 100 GIVING DN-WORK
               SUBTRACT DN-WORK FROM DAY-NUMBER
               DIVIDE DN-SHIFTED-YEAR BY 400 GIVING DN-WORK
               ADD DN-WORK TO DAY-NUMBER
               SUBTRACT 32045 FROM DAY-NUMBER.

       160-RELEASE-RETRO-RECORD.

           MOVE IR-DEPART-CODE TO SR-DEPART-CODE.
           MOVE AU-EMPLOYEE-ID TO SR-EMPLOYEE-ID.
           MOVE AU-EFFECTIVE-DATE TO SR-EFFECTIVE-DATE.
           MOVE AU-DATE TO SR-POSTED-DATE.
           MOVE IR-EMPLOYEE-NAME TO SR-EMPLOYEE-NAME.
           MOVE AU-BEFORE-ANNUAL-SALARY TO SR-OLD-SALARY.
           MOVE AU-AFTER-ANNUAL-SALARY TO SR-NEW-SALARY.
           MOVE PERIODS-MISSED TO SR-PERIODS-MISSED.
           MOVE RETRO-AMOUNT TO SR-RETRO-AMOUNT.
           MOVE NOTE-TEXT TO SR-NOTE-TEXT.
           RELEASE SORT-RETRO-RECORD.

       200-PRINT-RETRO-LISTING.

           PERFORM 210-PRINT-RETRO-RECORD
               UNTIL SORT-EOF.
           IF NOT FIRST-RECORD
               PERFORM 220-WRITE-DEPARTMENT-TOTAL.
           PERFORM 230-WRITE-GRAND-TOTAL.
           PERFORM 240-WRITE-CONTROL-TOTALS.

       210-PRINT-RETRO-RECORD.

           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE.
           IF NOT SORT-EOF
               IF FIRST-RECORD
                   MOVE SR-DEPART-CODE TO PREVIOUS-DEPART-CODE
                   SET NOT-FIRST-RECORD TO TRUE
                   PERFORM 212-WRITE-DEPARTMENT-HEADING
               ELSE
                   IF SR-DEPART-CODE NOT = PREVIOUS-DEPART-CODE
                       PERFORM 220-WRITE-DEPARTMENT-TOTAL
                       MOVE SR-DEPART-CODE TO PREVIOUS-DEPART-CODE
                       PERFORM 212-WRITE-DEPARTMENT-HEADING
                   END-IF
               END-IF
               PERFORM 215-WRITE-DETAIL-LINE
               IF SR-NOTE-TEXT = SPACES
                   ADD SR-RETRO-AMOUNT TO DEPART-RETRO-TOTAL
                                          GRAND-RETRO-TOTAL
               END-IF
           END-IF.

       212-WRITE-DEPARTMENT-HEADING.

           MOVE SR-DEPART-CODE TO DH-DEPART-CODE.
           WRITE REPORT-LINE FROM DEPARTMENT-HEADING-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.

       215-WRITE-DETAIL-LINE.

           MOVE SR-EMPLOYEE-ID TO DL-EMPLOYEE-ID.
           MOVE SR-EMPLOYEE-NAME TO DL-EMPLOYEE-NAME.
           MOVE SR-EFFECTIVE-DATE TO DL-EFFECTIVE-DATE.
           MOVE SR-POSTED-DATE TO DL-POSTED-DATE.
           MOVE SR-OLD-SALARY TO DL-OLD-SALARY.
           MOVE SR-NEW-SALARY TO DL-NEW-SALARY.
           MOVE SR-PERIODS-MISSED TO DL-PERIODS-MISSED.
           MOVE SR-RETRO-AMOUNT TO DL-RETRO-AMOUNT.
           MOVE SR-NOTE-TEXT TO DL-NOTE-TEXT.
           WRITE REPORT-LINE FROM DETAIL-LINE.

       220-WRITE-DEPARTMENT-TOTAL.

           MOVE PREVIOUS-DEPART-CODE TO DT-DEPART-CODE.
           MOVE DEPART-RETRO-TOTAL TO DT-RETRO-TOTAL.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM DEPARTMENT-TOTAL-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM SIGN-OFF-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE ZEROS TO DEPART-RETRO-TOTAL.

       230-WRITE-GRAND-TOTAL.

           MOVE GRAND-RETRO-TOTAL TO GT-RETRO-TOTAL.
           WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.

       240-WRITE-CONTROL-TOTALS.

           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE "AUDIT RECORDS READ" TO CTL-LABEL.
           MOVE AUDIT-READ-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "BACK-DATED SALARY CHANGES" TO CTL-LABEL.
           MOVE CHANGES-SELECTED-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "ADJUSTMENTS WRITTEN" TO CTL-LABEL.
           MOVE ADJUSTMENTS-WRITTEN-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "ALREADY ON RETROADJ" TO CTL-LABEL.
           MOVE ALREADY-ON-FILE-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "NOT CALCULATED" TO CTL-LABEL.
           MOVE NOT-CALCULATED-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
