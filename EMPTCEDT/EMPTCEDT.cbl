       IDENTIFICATION DIVISION.

       PROGRAM-ID. EMPTCEDT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
           SELECT TCEDPARM ASSIGN TO TCEDPARM.
           SELECT TIMECRD  ASSIGN TO TIMECRD.
           SELECT EMPMASTI ASSIGN TO EMPMASTI
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IR-EMPLOYEE-ID.
           SELECT TIMEHRS  ASSIGN TO TIMEHRS
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS TH-EMPLOYEE-ID.
           SELECT TCEDRPT  ASSIGN TO TCEDRPT
                           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TCERRRPT ASSIGN TO TCERRRPT
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       SD  SORT-WORK-FILE.

       01  SORT-TIMECARD-RECORD.
           05  SR-EMPLOYEE-ID          PIC X(5).
           05  SR-WEEK-ENDING-DATE     PIC 9(8).
           05  SR-REGULAR-HOURS        PIC 9(2)V99.
           05  SR-REGULAR-HOURS-X REDEFINES SR-REGULAR-HOURS
                                       PIC X(4).
           05  SR-OVERTIME-HOURS       PIC 9(2)V99.
           05  SR-OVERTIME-HOURS-X REDEFINES SR-OVERTIME-HOURS
                                       PIC X(4).
           05  SR-HOLIDAY-HOURS        PIC 9(2)V99.
           05  SR-HOLIDAY-HOURS-X REDEFINES SR-HOLIDAY-HOURS
                                       PIC X(4).
           05  FILLER                  PIC X(55).

       FD  TCEDPARM.

       01  TIMECARD-PARM-RECORD.
           05  TP-PERIOD-END-DATE      PIC 9(8).
           05  TP-WEEKLY-HOUR-LIMIT    PIC 9(3).
           05  FILLER                  PIC X(69).

       FD  TIMECRD.

       01  TIMECARD-RECORD.
           05  TC-EMPLOYEE-ID          PIC X(5).
           05  TC-WEEK-ENDING-DATE     PIC 9(8).
           05  TC-REGULAR-HOURS        PIC 9(2)V99.
           05  TC-OVERTIME-HOURS       PIC 9(2)V99.
           05  TC-HOLIDAY-HOURS        PIC 9(2)V99.
           05  FILLER                  PIC X(55).

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
               88  INACTIVE-STATUS              VALUE "U" "S".
           05  IR-LEAVE-START-DATE     PIC 9(8).
           05  IR-LEAVE-RETURN-DATE    PIC 9(8).
           05  IR-PAY-TYPE             PIC X.
               88  HOURLY-PAY-TYPE              VALUE "H".
           05  IR-HOURLY-RATE          PIC 9(3)V99.
           05  FILLER                  PIC X(2).

       FD  TIMEHRS.

       01  TIMECARD-HOURS-RECORD.
           05  TH-EMPLOYEE-ID          PIC X(5).
           05  TH-PERIOD-END-DATE      PIC 9(8).
           05  TH-REGULAR-HOURS        PIC 9(3)V99.
           05  TH-OVERTIME-HOURS       PIC 9(3)V99.
           05  TH-HOLIDAY-HOURS        PIC 9(3)V99.
           05  TH-CARD-COUNT           PIC 9(2).
           05  FILLER                  PIC X(10).

       FD  TCEDRPT.

       01  REPORT-LINE                PIC X(132).

       FD  TCERRRPT.

       01  ERROR-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  TCEDPARM-EOF-SWITCH     PIC X    VALUE "N".
               88  TCEDPARM-EOF                 VALUE "Y".
           05  PARM-VALID-SWITCH       PIC X    VALUE "N".
               88  PARM-VALID                   VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
           05  MASTER-FOUND-SWITCH     PIC X    VALUE "N".
               88  MASTER-FOUND                 VALUE "Y".
           05  DATE-VALID-SWITCH       PIC X    VALUE "Y".
               88  DATE-VALID                   VALUE "Y".
           05  HOURS-ACCUMULATED-SWITCH
                                       PIC X    VALUE "N".
               88  HOURS-ACCUMULATED            VALUE "Y".

       01  TIMECARD-WORK-FIELDS.
           05  DEFAULT-WEEKLY-LIMIT    PIC 9(3)      VALUE 60.
           05  WEEKLY-HOUR-LIMIT       PIC 9(3).
           05  PERIOD-END-DAY-NUMBER   PIC S9(9).
           05  WEEK-DAY-DIFFERENCE     PIC S9(9).
           05  CARD-TOTAL-HOURS        PIC 9(3)V99.
           05  PREVIOUS-EMPLOYEE-ID    PIC X(5)      VALUE LOW-VALUES.
           05  PREVIOUS-WEEK-ENDING-DATE
                                       PIC 9(8)      VALUE ZERO.
           05  REASON-TEXT             PIC X(30).

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

       01  EMPLOYEE-ACCUMULATORS.
           05  EMPLOYEE-REGULAR-HOURS  PIC 9(3)V99   VALUE ZEROS.
           05  EMPLOYEE-OVERTIME-HOURS PIC 9(3)V99   VALUE ZEROS.
           05  EMPLOYEE-HOLIDAY-HOURS  PIC 9(3)V99   VALUE ZEROS.
           05  EMPLOYEE-CARD-COUNT     PIC 9(2)      VALUE ZERO.

       01  TIMECARD-TOTALS.
           05  CARDS-READ-COUNT        PIC 9(7)      VALUE ZERO.
           05  CARDS-ACCEPTED-COUNT    PIC 9(7)      VALUE ZERO.
           05  CARDS-REJECTED-COUNT    PIC 9(7)      VALUE ZERO.
           05  EMPLOYEES-WRITTEN-COUNT PIC 9(7)      VALUE ZERO.
           05  TOTAL-REGULAR-HOURS     PIC 9(7)V99   VALUE ZEROS.
           05  TOTAL-OVERTIME-HOURS    PIC 9(7)V99   VALUE ZEROS.
           05  TOTAL-HOLIDAY-HOURS     PIC 9(7)V99   VALUE ZEROS.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(36)
               VALUE "EMPTCEDT ACCEPTED TIMECARD HOURS".
           05  FILLER                  PIC X(18)
               VALUE "PERIOD ENDING - ".
           05  HL1-PERIOD-END-DATE     PIC 9999/99/99.
           05  FILLER                  PIC X(68)  VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                  PIC X(5)   VALUE "EMPNO".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "EMPLOYEE NAME".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE "DEPT".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE "CARDS".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE " REGULAR".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "OVERTIME".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE " HOLIDAY".
           05  FILLER                  PIC X(51)  VALUE SPACES.

       01  DETAIL-LINE.
           05  DL-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-EMPLOYEE-NAME        PIC X(30).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-DEPART-CODE          PIC X(5).
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  DL-CARD-COUNT           PIC Z9.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  DL-REGULAR-HOURS        PIC ZZ9.99.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  DL-OVERTIME-HOURS       PIC ZZ9.99.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  DL-HOLIDAY-HOURS        PIC ZZ9.99.
           05  FILLER                  PIC X(52)  VALUE SPACES.

       01  ERROR-HEADING-LINE-1.
           05  FILLER                  PIC X(36)
               VALUE "EMPTCEDT REJECTED TIMECARD LISTING".
           05  FILLER                  PIC X(18)
               VALUE "PERIOD ENDING - ".
           05  EHL1-PERIOD-END-DATE    PIC 9999/99/99.
           05  FILLER                  PIC X(68)  VALUE SPACES.

       01  ERROR-HEADING-LINE-2.
           05  FILLER                  PIC X(5)   VALUE "EMPNO".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "WEEK END".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "   REG".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "    OT".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "   HOL".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "REASON".
           05  FILLER                  PIC X(59)  VALUE SPACES.

       01  ERROR-DETAIL-LINE.
           05  EL-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  EL-WEEK-ENDING-DATE     PIC X(10).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  EL-REGULAR-HOURS        PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  EL-OVERTIME-HOURS       PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  EL-HOLIDAY-HOURS        PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  EL-REASON-TEXT          PIC X(30).
           05  FILLER                  PIC X(59)  VALUE SPACES.

       01  EDITED-DATE                 PIC 9999/99/99.

       01  EDITED-HOURS                PIC ZZ9.99.

       01  CTL-TOTALS-LINE.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  CTL-LABEL               PIC X(25).
           05  CTL-VALUE               PIC ZZZZZZ9.
           05  FILLER                  PIC X(95)  VALUE SPACES.

       01  CTL-HOURS-LINE.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  CTL-HOURS-LABEL         PIC X(25).
           05  CTL-HOURS-VALUE         PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(92)  VALUE SPACES.

       01  BLANK-LINE                 PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       000-EDIT-TIMECARDS.

           OPEN INPUT  TCEDPARM
                INPUT  EMPMASTI
                OUTPUT TIMEHRS
                OUTPUT TCEDRPT
                OUTPUT TCERRRPT.
           PERFORM 010-READ-TIMECARD-PARM.
           IF PARM-VALID
               PERFORM 020-WRITE-REPORT-HEADINGS
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-EMPLOYEE-ID
                   ON ASCENDING KEY SR-WEEK-ENDING-DATE
                   USING TIMECRD
                   OUTPUT PROCEDURE IS 200-EDIT-SORTED-TIMECARDS.
           CLOSE TCEDPARM
                 EMPMASTI
                 TIMEHRS
                 TCEDRPT
                 TCERRRPT.
           STOP RUN.

       010-READ-TIMECARD-PARM.

           READ TCEDPARM
               AT END
                   SET TCEDPARM-EOF TO TRUE.
           IF NOT TCEDPARM-EOF
               MOVE TP-PERIOD-END-DATE TO DAY-NUMBER-DATE
               PERFORM 150-COMPUTE-DAY-NUMBER
               MOVE DAY-NUMBER TO PERIOD-END-DAY-NUMBER.
           IF TCEDPARM-EOF
               DISPLAY "TCEDPARM IS EMPTY - NO PAY PERIOD "
                   "SUPPLIED - RUN TERMINATED"
           ELSE IF NOT DATE-VALID
               DISPLAY "TCEDPARM PERIOD END DATE INVALID - "
                   "RUN TERMINATED"
           ELSE
               SET PARM-VALID TO TRUE
               IF TP-WEEKLY-HOUR-LIMIT NUMERIC
                  AND TP-WEEKLY-HOUR-LIMIT > ZERO
                   MOVE TP-WEEKLY-HOUR-LIMIT TO WEEKLY-HOUR-LIMIT
               ELSE
                   MOVE DEFAULT-WEEKLY-LIMIT TO WEEKLY-HOUR-LIMIT.

       020-WRITE-REPORT-HEADINGS.

           MOVE TP-PERIOD-END-DATE TO HL1-PERIOD-END-DATE
                                      EHL1-PERIOD-END-DATE.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE ERROR-LINE FROM ERROR-HEADING-LINE-1.
           WRITE ERROR-LINE FROM ERROR-HEADING-LINE-2.
           WRITE ERROR-LINE FROM BLANK-LINE.

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

       200-EDIT-SORTED-TIMECARDS.

           PERFORM 210-EDIT-TIMECARD
               UNTIL SORT-EOF.
           IF HOURS-ACCUMULATED
               PERFORM 240-WRITE-HOURS-RECORD.
           PERFORM 260-WRITE-CONTROL-TOTALS.

       210-EDIT-TIMECARD.

           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE.
           IF NOT SORT-EOF
               ADD 1 TO CARDS-READ-COUNT
               IF SR-EMPLOYEE-ID NOT = PREVIOUS-EMPLOYEE-ID
                   IF HOURS-ACCUMULATED
                       PERFORM 240-WRITE-HOURS-RECORD
                   END-IF
                   MOVE SR-EMPLOYEE-ID TO PREVIOUS-EMPLOYEE-ID
                   MOVE ZERO TO PREVIOUS-WEEK-ENDING-DATE
                   PERFORM 220-READ-EMPLOYEE-MASTER
               END-IF
               PERFORM 230-VALIDATE-TIMECARD
               IF REASON-TEXT = SPACES
                   PERFORM 235-ACCUMULATE-TIMECARD
               ELSE
                   PERFORM 250-WRITE-REJECT-LINE
               END-IF
               MOVE SR-WEEK-ENDING-DATE TO PREVIOUS-WEEK-ENDING-DATE.

       220-READ-EMPLOYEE-MASTER.

           MOVE SR-EMPLOYEE-ID TO IR-EMPLOYEE-ID.
           READ EMPMASTI
               INVALID KEY
                   MOVE "N" TO MASTER-FOUND-SWITCH
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE.

       230-VALIDATE-TIMECARD.

           MOVE SPACES TO REASON-TEXT.
           IF SR-REGULAR-HOURS NOT NUMERIC
              OR SR-OVERTIME-HOURS NOT NUMERIC
              OR SR-HOLIDAY-HOURS NOT NUMERIC
               MOVE "HOURS NOT NUMERIC" TO REASON-TEXT
           ELSE IF SR-WEEK-ENDING-DATE = PREVIOUS-WEEK-ENDING-DATE
               MOVE "DUPLICATE TIMECARD" TO REASON-TEXT
           ELSE IF NOT MASTER-FOUND
               MOVE "EMPLOYEE NOT ON MASTER" TO REASON-TEXT
           ELSE IF NOT HOURLY-PAY-TYPE
               MOVE "EMPLOYEE NOT HOURLY" TO REASON-TEXT
           ELSE IF INACTIVE-STATUS
               MOVE "EMPLOYEE NOT ACTIVE" TO REASON-TEXT
           ELSE
               PERFORM 232-EDIT-WEEK-ENDING-DATE
               IF REASON-TEXT = SPACES
                   ADD SR-REGULAR-HOURS SR-OVERTIME-HOURS
                       SR-HOLIDAY-HOURS GIVING CARD-TOTAL-HOURS
                   IF CARD-TOTAL-HOURS > WEEKLY-HOUR-LIMIT
                       MOVE "OVER WEEKLY HOUR LIMIT" TO REASON-TEXT.

       232-EDIT-WEEK-ENDING-DATE.

           MOVE SR-WEEK-ENDING-DATE TO DAY-NUMBER-DATE.
           PERFORM 150-COMPUTE-DAY-NUMBER.
           IF NOT DATE-VALID
               MOVE "WEEK ENDING DATE INVALID" TO REASON-TEXT
           ELSE
               SUBTRACT DAY-NUMBER FROM PERIOD-END-DAY-NUMBER
                   GIVING WEEK-DAY-DIFFERENCE
               IF WEEK-DAY-DIFFERENCE NOT = ZERO
                  AND WEEK-DAY-DIFFERENCE NOT = 7
                   MOVE "WEEK NOT IN PAY PERIOD" TO REASON-TEXT.

       235-ACCUMULATE-TIMECARD.

           ADD SR-REGULAR-HOURS TO EMPLOYEE-REGULAR-HOURS
                                   TOTAL-REGULAR-HOURS.
           ADD SR-OVERTIME-HOURS TO EMPLOYEE-OVERTIME-HOURS
                                    TOTAL-OVERTIME-HOURS.
           ADD SR-HOLIDAY-HOURS TO EMPLOYEE-HOLIDAY-HOURS
                                   TOTAL-HOLIDAY-HOURS.
           ADD 1 TO EMPLOYEE-CARD-COUNT
                    CARDS-ACCEPTED-COUNT.
           SET HOURS-ACCUMULATED TO TRUE.

       240-WRITE-HOURS-RECORD.

           MOVE SPACES TO TIMECARD-HOURS-RECORD.
           MOVE PREVIOUS-EMPLOYEE-ID TO TH-EMPLOYEE-ID.
           MOVE TP-PERIOD-END-DATE TO TH-PERIOD-END-DATE.
           MOVE EMPLOYEE-REGULAR-HOURS TO TH-REGULAR-HOURS.
           MOVE EMPLOYEE-OVERTIME-HOURS TO TH-OVERTIME-HOURS.
           MOVE EMPLOYEE-HOLIDAY-HOURS TO TH-HOLIDAY-HOURS.
           MOVE EMPLOYEE-CARD-COUNT TO TH-CARD-COUNT.
           WRITE TIMECARD-HOURS-RECORD
               INVALID KEY
                   DISPLAY "WRITE ERROR ON TIMEHRS FOR ITEM NUMBER "
                       TH-EMPLOYEE-ID
               NOT INVALID KEY
                   ADD 1 TO EMPLOYEES-WRITTEN-COUNT.
           MOVE PREVIOUS-EMPLOYEE-ID TO DL-EMPLOYEE-ID.
           MOVE IR-EMPLOYEE-NAME TO DL-EMPLOYEE-NAME.
           MOVE IR-DEPART-CODE TO DL-DEPART-CODE.
           MOVE EMPLOYEE-CARD-COUNT TO DL-CARD-COUNT.
           MOVE EMPLOYEE-REGULAR-HOURS TO DL-REGULAR-HOURS.
           MOVE EMPLOYEE-OVERTIME-HOURS TO DL-OVERTIME-HOURS.
           MOVE EMPLOYEE-HOLIDAY-HOURS TO DL-HOLIDAY-HOURS.
           WRITE REPORT-LINE FROM DETAIL-LINE.
           MOVE ZEROS TO EMPLOYEE-REGULAR-HOURS
                         EMPLOYEE-OVERTIME-HOURS
                         EMPLOYEE-HOLIDAY-HOURS
                         EMPLOYEE-CARD-COUNT.
           MOVE "N" TO HOURS-ACCUMULATED-SWITCH.

       250-WRITE-REJECT-LINE.

           MOVE SR-EMPLOYEE-ID TO EL-EMPLOYEE-ID.
           IF SR-WEEK-ENDING-DATE NUMERIC
               MOVE SR-WEEK-ENDING-DATE TO EDITED-DATE
               MOVE EDITED-DATE TO EL-WEEK-ENDING-DATE
           ELSE
               MOVE SR-WEEK-ENDING-DATE TO EL-WEEK-ENDING-DATE.
           IF SR-REGULAR-HOURS NUMERIC
               MOVE SR-REGULAR-HOURS TO EDITED-HOURS
               MOVE EDITED-HOURS TO EL-REGULAR-HOURS
           ELSE
               MOVE SR-REGULAR-HOURS-X TO EL-REGULAR-HOURS.
           IF SR-OVERTIME-HOURS NUMERIC
               MOVE SR-OVERTIME-HOURS TO EDITED-HOURS
               MOVE EDITED-HOURS TO EL-OVERTIME-HOURS
           ELSE
               MOVE SR-OVERTIME-HOURS-X TO EL-OVERTIME-HOURS.
           IF SR-HOLIDAY-HOURS NUMERIC
               MOVE SR-HOLIDAY-HOURS TO EDITED-HOURS
               MOVE EDITED-HOURS TO EL-HOLIDAY-HOURS
           ELSE
               MOVE SR-HOLIDAY-HOURS-X TO EL-HOLIDAY-HOURS.
           MOVE REASON-TEXT TO EL-REASON-TEXT.
           WRITE ERROR-LINE FROM ERROR-DETAIL-LINE.
           ADD 1 TO CARDS-REJECTED-COUNT.

       260-WRITE-CONTROL-TOTALS.

           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE "TIMECARDS READ" TO CTL-LABEL.
           MOVE CARDS-READ-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "TIMECARDS ACCEPTED" TO CTL-LABEL.
           MOVE CARDS-ACCEPTED-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "TIMECARDS REJECTED" TO CTL-LABEL.
           MOVE CARDS-REJECTED-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "EMPLOYEES WITH HOURS" TO CTL-LABEL.
           MOVE EMPLOYEES-WRITTEN-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "WEEKLY HOUR LIMIT" TO CTL-LABEL.
           MOVE WEEKLY-HOUR-LIMIT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "REGULAR HOURS" TO CTL-HOURS-LABEL.
           MOVE TOTAL-REGULAR-HOURS TO CTL-HOURS-VALUE.
           WRITE REPORT-LINE FROM CTL-HOURS-LINE.
           MOVE "OVERTIME HOURS" TO CTL-HOURS-LABEL.
           MOVE TOTAL-OVERTIME-HOURS TO CTL-HOURS-VALUE.
           WRITE REPORT-LINE FROM CTL-HOURS-LINE.
           MOVE "HOLIDAY HOURS" TO CTL-HOURS-LABEL.
           MOVE TOTAL-HOLIDAY-HOURS TO CTL-HOURS-VALUE.
           WRITE REPORT-LINE FROM CTL-HOURS-LINE.
           WRITE ERROR-LINE FROM BLANK-LINE.
           MOVE "TIMECARDS REJECTED" TO CTL-LABEL.
           MOVE CARDS-REJECTED-COUNT TO CTL-VALUE.
           WRITE ERROR-LINE FROM CTL-TOTALS-LINE.
