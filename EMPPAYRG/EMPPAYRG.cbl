
       FILE-CONTROL.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
           SELECT PAYCPARM ASSIGN TO PAYCPARM.
           SELECT EMPMASTI ASSIGN TO EMPMASTI
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS DD-DEDUCTION-KEY.
           SELECT OPTIONAL RETROADJ ASSIGN TO RETROADJ
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS RA-RETRO-KEY.
           SELECT OPTIONAL TIMEHRS ASSIGN TO TIMEHRS
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS TH-EMPLOYEE-ID.
           SELECT REFMAST  ASSIGN TO REFMAST
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
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

       FD  PAYCPARM.

       01  PERIOD-PARM-RECORD.
           05  PC-PERIOD-NUMBER        PIC 9(2).
           05  PC-PERIOD-END-DATE      PIC 9(8).
           05  FILLER                  PIC X(47).

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

       FD  EMPDEDMI.

               88  DEDUCTION-ACTIVE             VALUE "A".
           05  FILLER                  PIC X(9).

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

       FD  REFMAST.

       01  REFERENCE-RECORD-AREA.
       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  PAYCPARM-EOF-SWITCH     PIC X    VALUE "N".
               88  PAYCPARM-EOF                 VALUE "Y".
           05  RUN-TERMINATED-SWITCH   PIC X    VALUE "N".
               88  RUN-TERMINATED               VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
               88  NOT-FIRST-RECORD             VALUE "N".
           05  DEDUCTION-EOF-SWITCH    PIC X    VALUE "N".
               88  DEDUCTION-EOF                VALUE "Y".
           05  RETRO-EOF-SWITCH        PIC X    VALUE "N".
               88  RETRO-EOF                    VALUE "Y".

       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-ID            PIC X(5).
           05  EM-ANNUAL-SALARY          PIC S9(7)V99.
           05  EM-VACATION-HOURS         PIC S9(3).
           05  EM-SICK-HOURS             PIC S9(3)V99.
           05  EM-ORIGINAL-HIRE-DATE     PIC 9(8).
           05  EM-ADJ-SERVICE-DATE       PIC 9(8).
           05  EM-EMPLOYMENT-STATUS      PIC X.
               88  UNPAID-LEAVE-STATUS          VALUE "U".
           05  EM-LEAVE-START-DATE       PIC 9(8).
           05  EM-LEAVE-RETURN-DATE      PIC 9(8).
           05  EM-PAY-TYPE               PIC X.
               88  HOURLY-PAY-TYPE              VALUE "H".
           05  EM-HOURLY-RATE            PIC 9(3)V99.
           05  FILLER                    PIC X(2).

       01  PREVIOUS-DEPART-CODE        PIC X(5).

       01  PERIOD-END-DATE-USED        PIC 9(8)      VALUE ZERO.

       01  PAY-WORK-FIELDS.
           05  PAY-PERIODS-PER-YEAR    PIC S9(2)     VALUE 26.
           05  OVERTIME-FACTOR         PIC 9V9       VALUE 1.5.
           05  PAID-HOURS              PIC S9(4)V999.
           05  GROSS-PAY-AMOUNT        PIC S9(6)V99.
           05  DEDUCTION-THIS-AMOUNT   PIC S9(5)V99.
           05  EMPLOYEE-DEDUCTION-TOTAL
                                       PIC S9(6)V99.
           05  NET-PAY-AMOUNT          PIC S9(6)V99.
           05  PERCENT-WORK-AMOUNT     PIC S9(8)V9999.
           05  RETRO-TEST-AMOUNT       PIC S9(8)V99.

       01  ACCUMULATORS.
           05  DEPART-GROSS-TOTAL      PIC S9(9)V99  VALUE ZEROS.
       01  REGISTER-COUNTS.
           05  EMPLOYEES-LISTED-COUNT  PIC 9(7)      VALUE ZERO.
           05  DEDUCTIONS-LISTED-COUNT PIC 9(7)      VALUE ZERO.
           05  RETRO-LISTED-COUNT      PIC 9(7)      VALUE ZERO.
           05  UNPAID-LEAVE-COUNT      PIC 9(7)      VALUE ZERO.
           05  NO-TIMECARD-COUNT       PIC 9(7)      VALUE ZERO.
           05  WRONG-PERIOD-COUNT      PIC 9(7)      VALUE ZERO.
           05  RETRO-HELD-COUNT        PIC 9(7)      VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(34)
               VALUE "EMPPAYRG GROSS-TO-NET PAY REGISTER".
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE "PERIOD END - ".
           05  H1-PERIOD-END-DATE      PIC 9999/99/99.
           05  FILLER                  PIC X(70)  VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                  PIC X(5)   VALUE "EMPNO".
           05  DU-DEDUCTION-AMOUNT     PIC ZZZZ9.99.
           05  FILLER                  PIC X(83)  VALUE SPACES.

       01  RETRO-LINE.
           05  FILLER                  PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE "RET".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "RETRO EFF ".
           05  RL-EFFECTIVE-DATE       PIC 9999/99/99.
           05  FILLER                  PIC X(7)   VALUE SPACES.
           05  RL-RETRO-AMOUNT         PIC -ZZZZ9.99.
           05  FILLER                  PIC X(82)  VALUE SPACES.

       01  RETRO-HELD-LINE.
           05  FILLER                  PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE "RET".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "RETRO EFF ".
           05  RX-EFFECTIVE-DATE       PIC 9999/99/99.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  RX-RETRO-AMOUNT         PIC -ZZZZZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(34)
               VALUE "HELD - RECOVERY EXCEEDS GROSS PAY".
           05  FILLER                  PIC X(45)  VALUE SPACES.

       01  HOURS-LINE.
           05  FILLER                  PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE "HRS".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE "REG ".
           05  HL-REGULAR-HOURS        PIC ZZ9.99.
           05  FILLER                  PIC X(5)   VALUE "  OT ".
           05  HL-OVERTIME-HOURS       PIC ZZ9.99.
           05  FILLER                  PIC X(6)   VALUE "  HOL ".
           05  HL-HOLIDAY-HOURS        PIC ZZ9.99.
           05  FILLER                  PIC X(7)   VALUE "  RATE ".
           05  HL-HOURLY-RATE          PIC ZZ9.99.
           05  FILLER                  PIC X(72)  VALUE SPACES.

       01  DEPARTMENT-TOTAL-LINE.
           05  FILLER                  PIC X(14)  VALUE "DEPT TOTAL -".
           05  DT-DEPART-CODE          PIC X(5).
               VALUE "PAYEXTR TRAILER HASH".
           05  FILLER                  PIC X(84)  VALUE SPACES.

       01  RESULT-LINE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RS-RESULT-TEXT          PIC X(50).
           05  FILLER                  PIC X(80)  VALUE SPACES.

       01  CTL-TOTALS-LINE.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  CTL-LABEL               PIC X(25).

       000-CREATE-PAY-REGISTER.

           OPEN INPUT  PAYCPARM
                INPUT  EMPDEDMI
                INPUT  RETROADJ
                INPUT  TIMEHRS
                INPUT  REFMAST
                OUTPUT PAYRGRPT.
           PERFORM 020-READ-PERIOD-PARM.
           IF NOT RUN-TERMINATED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-DEPART-CODE
                   ON ASCENDING KEY SW-EMPLOYEE-ID
                   USING EMPMASTI
                   OUTPUT PROCEDURE IS 200-PRINT-PAY-REGISTER.
           CLOSE PAYCPARM
                 EMPDEDMI
                 RETROADJ
                 TIMEHRS
                 REFMAST
                 PAYRGRPT.
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

       050-TERMINATE-RUN.

           SET RUN-TERMINATED TO TRUE.
           DISPLAY RS-RESULT-TEXT.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM RESULT-LINE.

       200-PRINT-PAY-REGISTER.

           PERFORM 210-WRITE-REPORT-HEADINGS.

       210-WRITE-REPORT-HEADINGS.

           MOVE PERIOD-END-DATE-USED TO H1-PERIOD-END-DATE.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           WRITE REPORT-LINE FROM BLANK-LINE.
                       MOVE EM-DEPART-CODE TO PREVIOUS-DEPART-CODE
                   END-IF
               END-IF
               IF UNPAID-LEAVE-STATUS
                   ADD 1 TO UNPAID-LEAVE-COUNT
               ELSE
                   PERFORM 300-REGISTER-EMPLOYEE-PAY
               END-IF
           END-IF.

       230-WRITE-DEPARTMENT-TOTAL.
           MOVE "DEDUCTIONS LISTED" TO CTL-LABEL.
           MOVE DEDUCTIONS-LISTED-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "RETRO ADJUSTMENTS LISTED" TO CTL-LABEL.
           MOVE RETRO-LISTED-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "UNPAID LEAVE EXCLUDED" TO CTL-LABEL.
           MOVE UNPAID-LEAVE-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "HOURLY NO TIMECARD" TO CTL-LABEL.
           MOVE NO-TIMECARD-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "TIMECARD WRONG PERIOD" TO CTL-LABEL.
           MOVE WRONG-PERIOD-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "RETRO HELD OVER GROSS" TO CTL-LABEL.
           MOVE RETRO-HELD-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.

       300-REGISTER-EMPLOYEE-PAY.

           MOVE ZERO TO EMPLOYEE-DEDUCTION-TOTAL
                        DEDUCTION-LINE-COUNT.
           IF HOURLY-PAY-TYPE
               PERFORM 305-COMPUTE-HOURLY-PAY
           ELSE
               DIVIDE EM-ANNUAL-SALARY BY PAY-PERIODS-PER-YEAR
                   GIVING GROSS-PAY-AMOUNT ROUNDED.
           PERFORM 310-START-RETRO-SCAN.
           PERFORM 315-PROCESS-RETRO-RECORD
               UNTIL RETRO-EOF.
           PERFORM 320-START-DEDUCTION-SCAN.
           PERFORM 330-PROCESS-DEDUCTION-RECORD
               UNTIL DEDUCTION-EOF.
           ADD NET-PAY-AMOUNT TO DEPART-NET-TOTAL
                                 COMPANY-NET-TOTAL.

       305-COMPUTE-HOURLY-PAY.

           MOVE EM-EMPLOYEE-ID TO TH-EMPLOYEE-ID.
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
                       MULTIPLY EM-HOURLY-RATE BY PAID-HOURS
                           GIVING GROSS-PAY-AMOUNT ROUNDED
                       PERFORM 307-SAVE-HOURS-LINE.

       307-SAVE-HOURS-LINE.

           MOVE TH-REGULAR-HOURS TO HL-REGULAR-HOURS.
           MOVE TH-OVERTIME-HOURS TO HL-OVERTIME-HOURS.
           MOVE TH-HOLIDAY-HOURS TO HL-HOLIDAY-HOURS.
           MOVE EM-HOURLY-RATE TO HL-HOURLY-RATE.
           ADD 1 TO DEDUCTION-LINE-COUNT.
           SET DED-IDX TO DEDUCTION-LINE-COUNT.
           MOVE HOURS-LINE TO SAVED-DEDUCTION-LINE (DED-IDX).

       310-START-RETRO-SCAN.

           MOVE "N" TO RETRO-EOF-SWITCH.
           MOVE EM-EMPLOYEE-ID TO RA-EMPLOYEE-ID.
           MOVE ZERO TO RA-AUDIT-DATE
                        RA-AUDIT-TIME.
           START RETROADJ KEY IS NOT < RA-RETRO-KEY
               INVALID KEY
                   SET RETRO-EOF TO TRUE.

       315-PROCESS-RETRO-RECORD.

           READ RETROADJ NEXT RECORD
               AT END
                   SET RETRO-EOF TO TRUE.
           IF NOT RETRO-EOF
               IF RA-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
                   SET RETRO-EOF TO TRUE
               ELSE IF RETRO-OPEN
                   ADD RA-RETRO-AMOUNT GROSS-PAY-AMOUNT
                       GIVING RETRO-TEST-AMOUNT
                   IF RETRO-TEST-AMOUNT < ZERO
                       PERFORM 319-HOLD-RETRO-RECOVERY
                   ELSE
                       PERFORM 318-APPLY-RETRO-ADJUSTMENT.

       318-APPLY-RETRO-ADJUSTMENT.

           ADD RA-RETRO-AMOUNT TO GROSS-PAY-AMOUNT.
           ADD 1 TO RETRO-LISTED-COUNT.
           MOVE RA-EFFECTIVE-DATE TO RL-EFFECTIVE-DATE.
           MOVE RA-RETRO-AMOUNT TO RL-RETRO-AMOUNT.
           IF DEDUCTION-LINE-COUNT < 20
               ADD 1 TO DEDUCTION-LINE-COUNT
               SET DED-IDX TO DEDUCTION-LINE-COUNT
               MOVE RETRO-LINE
                   TO SAVED-DEDUCTION-LINE (DED-IDX)
           ELSE
               DISPLAY "DEDUCTION LINE TABLE FULL FOR EMPLOYEE "
                   EM-EMPLOYEE-ID.

       319-HOLD-RETRO-RECOVERY.

           ADD 1 TO RETRO-HELD-COUNT.
           MOVE RA-EFFECTIVE-DATE TO RX-EFFECTIVE-DATE.
           MOVE RA-RETRO-AMOUNT TO RX-RETRO-AMOUNT.
           IF DEDUCTION-LINE-COUNT < 20
               ADD 1 TO DEDUCTION-LINE-COUNT
               SET DED-IDX TO DEDUCTION-LINE-COUNT
               MOVE RETRO-HELD-LINE
                   TO SAVED-DEDUCTION-LINE (DED-IDX)
           ELSE
               DISPLAY "DEDUCTION LINE TABLE FULL FOR EMPLOYEE "
                   EM-EMPLOYEE-ID.

       320-START-DEDUCTION-SCAN.

           MOVE "N" TO DEDUCTION-EOF-SWITCH.
