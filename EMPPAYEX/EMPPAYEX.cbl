       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PAYCPARM ASSIGN TO PAYCPARM.
           SELECT EMPMASTI ASSIGN TO EMPMASTI
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS IR-EMPLOYEE-ID.
           SELECT OPTIONAL RETROADJ ASSIGN TO RETROADJ
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS RA-RETRO-KEY.
           SELECT OPTIONAL TIMEHRS ASSIGN TO TIMEHRS
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS TH-EMPLOYEE-ID.
           SELECT PAYEXTR  ASSIGN TO PAYEXTR.
           SELECT CTLRPT   ASSIGN TO CTLRPT
                           ORGANIZATION IS LINE SEQUENTIAL.

       FILE SECTION.

       FD  PAYCPARM.

       01  PERIOD-PARM-RECORD.
           05  PC-PERIOD-NUMBER        PIC 9(2).
           05  PC-PERIOD-END-DATE      PIC 9(8).
           05  FILLER                  PIC X(47).

       FD  EMPMASTI.

       01  EMPLOYEE-RECORD-AREA.
           05  IR-ANNUAL-SALARY        PIC S9(7)V99.
           05  IR-VACATION-HOURS       PIC S9(3).
           05  IR-SICK-HOURS           PIC S9(3)V99.
           05  IR-ORIGINAL-HIRE-DATE   PIC 9(8).
           05  IR-ADJ-SERVICE-DATE     PIC 9(8).
           05  IR-EMPLOYMENT-STATUS    PIC X.
               88  UNPAID-LEAVE-STATUS          VALUE "U".
           05  IR-LEAVE-START-DATE     PIC 9(8).
           05  IR-LEAVE-RETURN-DATE    PIC 9(8).
           05  IR-PAY-TYPE             PIC X.
               88  HOURLY-PAY-TYPE              VALUE "H".
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

       FD  TIMEHRS.

       01  TIMECARD-HOURS-RECORD.
           05  TH-EMPLOYEE-ID          PIC X(5).
           05  TH-PERIOD-END-DATE      PIC 9(8).
           05  TH-REGULAR-HOURS        PIC 9(3)V99.
           05  TH-OVERTIME-HOURS       PIC 9(3)V99.
           05  TH-HOLIDAY-HOURS        PIC 9(3)V99.
           05  TH-CARD-COUNT           PIC 9(2).
           05  FILLER                  PIC X(10).

       FD  PAYEXTR.

       01  EXTRACT-HEADER-RECORD.
           05  XH-RECORD-CODE          PIC X.
           05  XH-RUN-DATE             PIC 9(8).
           05  XH-PERIOD-END-DATE      PIC 9(8).
           05  FILLER                  PIC X(13).

       01  EXTRACT-DETAIL-RECORD.
           05  XD-RECORD-CODE          PIC X.
       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  PAYCPARM-EOF-SWITCH     PIC X    VALUE "N".
               88  PAYCPARM-EOF                 VALUE "Y".
           05  RUN-TERMINATED-SWITCH   PIC X    VALUE "N".
               88  RUN-TERMINATED               VALUE "Y".
           05  EMPMAST-EOF-SWITCH      PIC X    VALUE "N".
               88  EMPMAST-EOF                  VALUE "Y".
           05  RETRO-EOF-SWITCH        PIC X    VALUE "N".
               88  RETRO-EOF                    VALUE "Y".

       01  EXTRACT-WORK-FIELDS.
           05  RUN-DATE-YYYYMMDD       PIC 9(8).
           05  PERIOD-END-DATE-USED    PIC 9(8)      VALUE ZERO.
           05  GROSS-PAY-AMOUNT        PIC S9(6)V99.
           05  PAY-PERIODS-PER-YEAR    PIC S9(2)     VALUE 26.
           05  OVERTIME-FACTOR         PIC 9V9       VALUE 1.5.
           05  PAID-HOURS              PIC S9(4)V999.
           05  RETRO-TEST-AMOUNT       PIC S9(8)V99.

       01  EXTRACT-TOTALS.
           05  EXTRACT-RECORD-COUNT    PIC 9(7)      VALUE ZERO.
           05  GROSS-HASH-TOTAL        PIC S9(11)V99 VALUE ZERO.
           05  UNPAID-LEAVE-COUNT      PIC 9(7)      VALUE ZERO.
           05  NO-TIMECARD-COUNT       PIC 9(7)      VALUE ZERO.
           05  WRONG-PERIOD-COUNT      PIC 9(7)      VALUE ZERO.
           05  RETRO-HELD-COUNT        PIC 9(7)      VALUE ZERO.

       01  HEADING-LINE.
           05  FILLER                  PIC X(39)
           05  RD-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  PERIOD-END-LINE.
           05  FILLER                  PIC X(24)
               VALUE "PERIOD END DATE      - ".
           05  PE-PERIOD-END-DATE      PIC 9(8).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  TOTALS-LINE-1.
           05  FILLER                  PIC X(24)
               VALUE "EMPLOYEES EXTRACTED  - ".
           05  TL2-GROSS-HASH-TOTAL    PIC Z(10)9.99.
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  TOTALS-LINE-3.
           05  FILLER                  PIC X(24)
               VALUE "UNPAID LEAVE SKIPPED - ".
           05  TL3-UNPAID-LEAVE-COUNT  PIC ZZZZZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  TOTALS-LINE-4.
           05  FILLER                  PIC X(24)
               VALUE "HOURLY NO TIMECARD   - ".
           05  TL4-NO-TIMECARD-COUNT   PIC ZZZZZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  TOTALS-LINE-5.
           05  FILLER                  PIC X(24)
               VALUE "TIMECARD WRONG PERIOD - ".
           05  TL5-WRONG-PERIOD-COUNT  PIC ZZZZZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  TOTALS-LINE-6.
           05  FILLER                  PIC X(24)
               VALUE "RETRO HELD OVER GROSS - ".
           05  TL6-RETRO-HELD-COUNT    PIC ZZZZZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  RETRO-HELD-LINE.
           05  FILLER                  PIC X(24)
               VALUE "RETRO HELD OVER GROSS - ".
           05  RH-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RH-EFFECTIVE-DATE       PIC 9999/99/99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RH-RETRO-AMOUNT         PIC -ZZZZZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "GROSS ".
           05  RH-GROSS-PAY            PIC ZZZZZ9.99.
           05  FILLER                  PIC X(9)  VALUE SPACES.

       01  RESULT-LINE.
           05  RS-RESULT-TEXT          PIC X(50).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  BLANK-LINE                 PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       000-EXTRACT-GROSS-PAY.

           OPEN INPUT  PAYCPARM
                INPUT  EMPMASTI
                INPUT  RETROADJ
                INPUT  TIMEHRS
                OUTPUT PAYEXTR
                OUTPUT CTLRPT.
           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           PERFORM 020-READ-PERIOD-PARM.
           IF NOT RUN-TERMINATED
               PERFORM 040-WRITE-REPORT-HEADINGS
               PERFORM 100-WRITE-EXTRACT-HEADER
               PERFORM 200-EXTRACT-EMPLOYEE-RECORD
                   UNTIL EMPMAST-EOF
               PERFORM 300-WRITE-EXTRACT-TRAILER
               PERFORM 400-WRITE-CONTROL-REPORT.
           CLOSE PAYCPARM
                 EMPMASTI
                 RETROADJ
                 TIMEHRS
                 PAYEXTR
                 CTLRPT.
           STOP RUN.

       020-READ-PERIOD-PARM.

           READ PAYCPARM
               AT END
                   SET PAYCPARM-EOF TO TRUE.
           IF PAYCPARM-EOF
               MOVE "PAYCPARM IS EMPTY - RUN TERMINATED"
                   TO RS-RESULT-TEXT
               PERFORM 050-TERMINATE-RUN
           ELSE IF PC-PERIOD-END-DATE NOT NUMERIC
                   OR PC-PERIOD-END-DATE = ZERO
               MOVE "PERIOD END DATE NOT NUMERIC - RUN TERMINATED"
                   TO RS-RESULT-TEXT
               PERFORM 050-TERMINATE-RUN
           ELSE
               MOVE PC-PERIOD-END-DATE TO PERIOD-END-DATE-USED.

       040-WRITE-REPORT-HEADINGS.

           WRITE REPORT-LINE FROM HEADING-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE RUN-DATE-YYYYMMDD TO RD-RUN-DATE.
           WRITE REPORT-LINE FROM RUN-DATE-LINE.
           MOVE PERIOD-END-DATE-USED TO PE-PERIOD-END-DATE.
           WRITE REPORT-LINE FROM PERIOD-END-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.

       050-TERMINATE-RUN.

           SET RUN-TERMINATED TO TRUE.
           DISPLAY RS-RESULT-TEXT.
           WRITE REPORT-LINE FROM HEADING-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM RESULT-LINE.

       100-WRITE-EXTRACT-HEADER.

           MOVE SPACES TO EXTRACT-HEADER-RECORD.
           MOVE "H" TO XH-RECORD-CODE.
           MOVE RUN-DATE-YYYYMMDD TO XH-RUN-DATE.
           MOVE PERIOD-END-DATE-USED TO XH-PERIOD-END-DATE.
           WRITE EXTRACT-HEADER-RECORD.

       200-EXTRACT-EMPLOYEE-RECORD.
               AT END
                   SET EMPMAST-EOF TO TRUE.
           IF NOT EMPMAST-EOF
               IF UNPAID-LEAVE-STATUS
                   ADD 1 TO UNPAID-LEAVE-COUNT
               ELSE
                   PERFORM 210-WRITE-EXTRACT-DETAIL.

       210-WRITE-EXTRACT-DETAIL.

           IF HOURLY-PAY-TYPE
               PERFORM 215-COMPUTE-HOURLY-PAY
           ELSE
               DIVIDE IR-ANNUAL-SALARY BY PAY-PERIODS-PER-YEAR
                   GIVING GROSS-PAY-AMOUNT ROUNDED.
           PERFORM 220-START-RETRO-SCAN.
           PERFORM 230-PROCESS-RETRO-RECORD
               UNTIL RETRO-EOF.
           MOVE SPACES TO EXTRACT-DETAIL-RECORD.
           MOVE "D" TO XD-RECORD-CODE.
           MOVE IR-EMPLOYEE-ID TO XD-EMPLOYEE-ID.
           ADD 1 TO EXTRACT-RECORD-COUNT.
           ADD GROSS-PAY-AMOUNT TO GROSS-HASH-TOTAL.

       215-COMPUTE-HOURLY-PAY.

           MOVE IR-EMPLOYEE-ID TO TH-EMPLOYEE-ID.
           READ TIMEHRS
               INVALID KEY
                   MOVE ZERO TO GROSS-PAY-AMOUNT
                   ADD 1 TO NO-TIMECARD-COUNT
               NOT INVALID KEY
                   IF TH-PERIOD-END-DATE NOT = PERIOD-END-DATE-USED
                       MOVE ZERO TO GROSS-PAY-AMOUNT
                       ADD 1 TO NO-TIMECARD-COUNT
                                WRONG-PERIOD-COUNT
                   ELSE
                       MULTIPLY TH-OVERTIME-HOURS BY OVERTIME-FACTOR
                           GIVING PAID-HOURS
                       ADD TH-REGULAR-HOURS TH-HOLIDAY-HOURS
                           TO PAID-HOURS
                       MULTIPLY IR-HOURLY-RATE BY PAID-HOURS
                           GIVING GROSS-PAY-AMOUNT ROUNDED.

       220-START-RETRO-SCAN.

           MOVE "N" TO RETRO-EOF-SWITCH.
           MOVE IR-EMPLOYEE-ID TO RA-EMPLOYEE-ID.
           MOVE ZERO TO RA-AUDIT-DATE
                        RA-AUDIT-TIME.
           START RETROADJ KEY IS NOT < RA-RETRO-KEY
               INVALID KEY
                   SET RETRO-EOF TO TRUE.

       230-PROCESS-RETRO-RECORD.

           READ RETROADJ NEXT RECORD
               AT END
                   SET RETRO-EOF TO TRUE.
           IF NOT RETRO-EOF
               IF RA-EMPLOYEE-ID NOT = IR-EMPLOYEE-ID
                   SET RETRO-EOF TO TRUE
               ELSE IF RETRO-OPEN
                   ADD RA-RETRO-AMOUNT GROSS-PAY-AMOUNT
                       GIVING RETRO-TEST-AMOUNT
                   IF RETRO-TEST-AMOUNT < ZERO
                       PERFORM 235-HOLD-RETRO-RECOVERY
                   ELSE
                       MOVE RETRO-TEST-AMOUNT TO GROSS-PAY-AMOUNT.

       235-HOLD-RETRO-RECOVERY.

           ADD 1 TO RETRO-HELD-COUNT.
           MOVE RA-EMPLOYEE-ID TO RH-EMPLOYEE-ID.
           MOVE RA-EFFECTIVE-DATE TO RH-EFFECTIVE-DATE.
           MOVE RA-RETRO-AMOUNT TO RH-RETRO-AMOUNT.
           MOVE GROSS-PAY-AMOUNT TO RH-GROSS-PAY.
           WRITE REPORT-LINE FROM RETRO-HELD-LINE.

       300-WRITE-EXTRACT-TRAILER.

           MOVE SPACES TO EXTRACT-TRAILER-RECORD.

       400-WRITE-CONTROL-REPORT.

           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE EXTRACT-RECORD-COUNT TO TL1-RECORD-COUNT.
           WRITE REPORT-LINE FROM TOTALS-LINE-1.
           MOVE GROSS-HASH-TOTAL TO TL2-GROSS-HASH-TOTAL.
           WRITE REPORT-LINE FROM TOTALS-LINE-2.
           MOVE UNPAID-LEAVE-COUNT TO TL3-UNPAID-LEAVE-COUNT.
           WRITE REPORT-LINE FROM TOTALS-LINE-3.
           MOVE NO-TIMECARD-COUNT TO TL4-NO-TIMECARD-COUNT.
           WRITE REPORT-LINE FROM TOTALS-LINE-4.
           MOVE WRONG-PERIOD-COUNT TO TL5-WRONG-PERIOD-COUNT.
           WRITE REPORT-LINE FROM TOTALS-LINE-5.
           MOVE RETRO-HELD-COUNT TO TL6-RETRO-HELD-COUNT.
           WRITE REPORT-LINE FROM TOTALS-LINE-6.
