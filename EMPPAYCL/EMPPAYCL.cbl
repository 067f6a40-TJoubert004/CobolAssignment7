       IDENTIFICATION DIVISION.

       PROGRAM-ID. EMPPAYCL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PAYCPARM ASSIGN TO PAYCPARM.
           SELECT EMPMASTI ASSIGN TO EMPMASTI
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS IR-EMPLOYEE-ID.
           SELECT OPTIONAL EMPDEDMI ASSIGN TO EMPDEDMI
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS DD-DEDUCTION-KEY.
           SELECT OPTIONAL EMPEARN ASSIGN TO EMPEARN
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS EH-EARNINGS-KEY
                           FILE STATUS IS EMPEARN-FILE-STATUS.
           SELECT OPTIONAL RETROADJ ASSIGN TO RETROADJ
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS RA-RETRO-KEY
                           FILE STATUS IS RETROADJ-FILE-STATUS.
           SELECT OPTIONAL TIMEHRS ASSIGN TO TIMEHRS
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS TH-EMPLOYEE-ID.
           SELECT PAYCLRPT ASSIGN TO PAYCLRPT
                           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS RC-RECORD-KEY.

       DATA DIVISION.

       FILE SECTION.

       FD  PAYCPARM.

       01  CLOSE-PARM-RECORD.
           05  PC-PERIOD-NUMBER        PIC 9(2).
           05  PC-PERIOD-END-DATE      PIC 9(8).
           05  FILLER                  PIC X(47).

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

       FD  EMPDEDMI.

       01  DEDUCTION-RECORD-AREA.
           05  DD-DEDUCTION-KEY.
               10  DD-EMPLOYEE-ID      PIC X(5).
               10  DD-DEDUCTION-TYPE   PIC X(3).
           05  DD-DESCRIPTION          PIC X(20).
           05  DD-METHOD-CODE          PIC X.
               88  AMOUNT-METHOD                VALUE "A".
               88  PERCENT-METHOD               VALUE "P".
           05  DD-DEDUCTION-AMOUNT     PIC 9(5)V99.
           05  DD-DEDUCTION-PERCENT    PIC 9(2)V99.
           05  DD-ACTIVE-FLAG          PIC X.
               88  DEDUCTION-ACTIVE             VALUE "A".
           05  FILLER                  PIC X(9).

       FD  EMPEARN.

       01  EARNINGS-RECORD-AREA.
           05  EH-EARNINGS-KEY.
               10  EH-EMPLOYEE-ID      PIC X(5).
               10  EH-PAY-YEAR         PIC 9(4).
               10  EH-PERIOD-NUMBER    PIC 9(2).
           05  EH-RECORD-TYPE          PIC X.
               88  PERIOD-EARNINGS              VALUE "P".
               88  YEAR-TO-DATE-EARNINGS        VALUE "Y".
           05  EH-EMPLOYEE-NAME        PIC X(30).
           05  EH-DEPART-CODE          PIC X(5).
           05  EH-PERIOD-END-DATE      PIC 9(8).
           05  EH-QUARTER-NUMBER       PIC 9.
           05  EH-GROSS-PAY            PIC S9(7)V99.
           05  EH-DEDUCTION-TOTAL      PIC S9(7)V99.
           05  EH-NET-PAY              PIC S9(7)V99.
           05  EH-QTD-GROSS-PAY        PIC S9(7)V99.
           05  EH-QTD-DEDUCTION-TOTAL  PIC S9(7)V99.
           05  EH-QTD-NET-PAY          PIC S9(7)V99.
           05  EH-DEDUCTION-COUNT      PIC 9(2).
           05  EH-DEDUCTION-ENTRY OCCURS 15 TIMES
                   INDEXED BY EH-IDX.
               10  EH-DEDUCTION-TYPE   PIC X(3).
               10  EH-DEDUCTION-AMOUNT PIC S9(7)V99.
           05  EH-PERIODS-POSTED       PIC 9(2).
           05  FILLER                  PIC X(18).

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

       FD  PAYCLRPT.

       01  REPORT-LINE                PIC X(132).

       FD  RUNCTL.

       01  RUN-CONTROL-RECORD.
           05  RC-RECORD-KEY.
               10  RC-ENTRY-TYPE       PIC X.
               10  RC-ENTRY-CODE       PIC X(8).
           05  RC-RUN-STATUS           PIC X.
               88  RUN-IN-FLIGHT                VALUE "S".
           05  RC-RUN-DATE             PIC 9(8).
           05  RC-RUN-TIME             PIC 9(8).
           05  FILLER                  PIC X(24).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  PAYCPARM-EOF-SWITCH     PIC X    VALUE "N".
               88  PAYCPARM-EOF                 VALUE "Y".
           05  EMPMAST-EOF-SWITCH      PIC X    VALUE "N".
               88  EMPMAST-EOF                  VALUE "Y".
           05  DEDUCTION-EOF-SWITCH    PIC X    VALUE "N".
               88  DEDUCTION-EOF                VALUE "Y".
           05  RETRO-EOF-SWITCH        PIC X    VALUE "N".
               88  RETRO-EOF                    VALUE "Y".
           05  CLOSE-REFUSED-SWITCH    PIC X    VALUE "N".
               88  CLOSE-REFUSED                VALUE "Y".
           05  PERIOD-CLOSABLE-SWITCH  PIC X    VALUE "N".
               88  PERIOD-CLOSABLE              VALUE "Y".
           05  YEAR-TO-DATE-FOUND-SWITCH
                                       PIC X    VALUE "N".
               88  YEAR-TO-DATE-FOUND           VALUE "Y".
           05  PERIOD-POSTED-SWITCH    PIC X    VALUE "N".
               88  PERIOD-POSTED                VALUE "Y".
           05  YTD-MATCH-SWITCH        PIC X    VALUE "N".
               88  YTD-MATCH                    VALUE "Y".
           05  RUN-FAILED-SWITCH       PIC X    VALUE "N".
               88  RUN-FAILED                   VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  EMPEARN-FILE-STATUS     PIC XX.
               88  EMPEARN-SUCCESSFUL          VALUE "00".
               88  EMPEARN-DUPLICATE-KEY       VALUE "22".
           05  RETROADJ-FILE-STATUS    PIC XX.
               88  RETROADJ-SUCCESSFUL         VALUE "00".

       01  RUN-CONTROL-FIELDS.
           05  RUN-PROGRAM-NAME        PIC X(8)  VALUE "EMPPAYCL".
           05  RUN-ENTRY-FOUND-SWITCH  PIC X     VALUE "N".
               88  RUN-ENTRY-FOUND              VALUE "Y".
           05  RUN-REFUSED-SWITCH      PIC X     VALUE "N".
               88  RUN-REFUSED                  VALUE "Y".
           05  RUN-STARTED-SWITCH      PIC X     VALUE "N".
               88  RUN-STARTED                  VALUE "Y".

       01  UPDATER-PROGRAM-LIST.
           05  FILLER                  PIC X(8)  VALUE "EMPIND02".
           05  FILLER                  PIC X(8)  VALUE "EMPYREND".
           05  FILLER                  PIC X(8)  VALUE "EMPBKP02".
           05  FILLER                  PIC X(8)  VALUE "EMPSALAD".
           05  FILLER                  PIC X(8)  VALUE "EMPFRCVR".

       01  UPDATER-PROGRAM-TABLE REDEFINES UPDATER-PROGRAM-LIST.
           05  UPDATER-PROGRAM-NAME OCCURS 5 TIMES
                   INDEXED BY UPD-IDX
                                       PIC X(8).

       01  CLOSED-PERIOD-CODE.
           05  CP-PAY-YEAR             PIC 9(4).
           05  CP-PERIOD-NUMBER        PIC 9(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  PERIOD-DATE-FIELDS.
           05  PERIOD-END-DATE-USED    PIC 9(8)  VALUE ZERO.
           05  PERIOD-END-DATE-PARTS REDEFINES PERIOD-END-DATE-USED.
               10  PERIOD-END-YEAR     PIC 9(4).
               10  PERIOD-END-MONTH    PIC 9(2).
               10  PERIOD-END-DAY      PIC 9(2).
           05  PERIOD-NUMBER-USED      PIC 9(2)  VALUE ZERO.
           05  QUARTER-NUMBER-USED     PIC 9     VALUE ZERO.
           05  QUARTER-REMAINDER       PIC 9     VALUE ZERO.

       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-ID            PIC X(5).
           05  EM-EMPLOYEE-NAME          PIC X(30).
           05  EM-DEPART-CODE            PIC X(5).
           05  EM-JOB-CLASS              PIC X(2).
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
           05  PRE-RETRO-GROSS-AMOUNT  PIC S9(6)V99.
           05  RETRO-RUNNING-GROSS     PIC S9(6)V99.
           05  RETRO-TEST-AMOUNT       PIC S9(8)V99.

       01  PERIOD-DEDUCTION-CONTROLS.
           05  PERIOD-DEDUCTION-COUNT  PIC S9(3) COMP VALUE ZERO.

       01  PERIOD-DEDUCTION-TABLE.
           05  PERIOD-DEDUCTION-ENTRY OCCURS 15 TIMES
                   INDEXED BY PD-IDX.
               10  PD-DEDUCTION-TYPE   PIC X(3).
               10  PD-DEDUCTION-AMOUNT PIC S9(7)V99.

       01  YEAR-TO-DATE-RECORD.
           05  YT-EARNINGS-KEY.
               10  YT-EMPLOYEE-ID      PIC X(5).
               10  YT-PAY-YEAR         PIC 9(4).
               10  YT-PERIOD-NUMBER    PIC 9(2).
           05  YT-RECORD-TYPE          PIC X.
           05  YT-EMPLOYEE-NAME        PIC X(30).
           05  YT-DEPART-CODE          PIC X(5).
           05  YT-PERIOD-END-DATE      PIC 9(8).
           05  YT-QUARTER-NUMBER       PIC 9.
           05  YT-GROSS-PAY            PIC S9(7)V99.
           05  YT-DEDUCTION-TOTAL      PIC S9(7)V99.
           05  YT-NET-PAY              PIC S9(7)V99.
           05  YT-QTD-GROSS-PAY        PIC S9(7)V99.
           05  YT-QTD-DEDUCTION-TOTAL  PIC S9(7)V99.
           05  YT-QTD-NET-PAY          PIC S9(7)V99.
           05  YT-DEDUCTION-COUNT      PIC 9(2).
           05  YT-DEDUCTION-ENTRY OCCURS 15 TIMES
                   INDEXED BY YT-IDX.
               10  YT-DEDUCTION-TYPE   PIC X(3).
               10  YT-DEDUCTION-AMOUNT PIC S9(7)V99.
           05  YT-PERIODS-POSTED       PIC 9(2).
           05  FILLER                  PIC X(18).

       01  CLOSE-TOTALS.
           05  EMPLOYEES-READ-COUNT    PIC 9(7)      VALUE ZERO.
           05  EMPLOYEES-POSTED-COUNT  PIC 9(7)      VALUE ZERO.
           05  EMPLOYEES-SKIPPED-COUNT PIC 9(7)      VALUE ZERO.
           05  DEDUCTIONS-POSTED-COUNT PIC 9(7)      VALUE ZERO.
           05  RETRO-PAID-COUNT        PIC 9(7)      VALUE ZERO.
           05  UNPAID-LEAVE-COUNT      PIC 9(7)      VALUE ZERO.
           05  NO-TIMECARD-COUNT       PIC 9(7)      VALUE ZERO.
           05  WRONG-PERIOD-COUNT      PIC 9(7)      VALUE ZERO.
           05  RETRO-HELD-COUNT        PIC 9(7)      VALUE ZERO.
           05  COMPANY-GROSS-TOTAL     PIC S9(11)V99 VALUE ZEROS.
           05  COMPANY-DEDUCTION-TOTAL PIC S9(11)V99 VALUE ZEROS.
           05  COMPANY-NET-TOTAL       PIC S9(11)V99 VALUE ZEROS.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(37)
               VALUE "EMPPAYCL PAY PERIOD CLOSE REGISTER".
           05  FILLER                  PIC X(95)  VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                  PIC X(11)  VALUE "PAY YEAR - ".
           05  H2-PAY-YEAR             PIC 9(4).
           05  FILLER                  PIC X(12)  VALUE "  PERIOD - ".
           05  H2-PERIOD-NUMBER        PIC 9(2).
           05  FILLER                  PIC X(16)
               VALUE "  PERIOD END - ".
           05  H2-PERIOD-END-DATE      PIC 9999/99/99.
           05  FILLER                  PIC X(13)  VALUE "  QUARTER - ".
           05  H2-QUARTER-NUMBER       PIC 9.
           05  FILLER                  PIC X(63)  VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER                  PIC X(5)   VALUE "EMPNO".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "EMPLOYEE NAME".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE "DEPT".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE "GROSS PAY".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "DEDUCTIONS".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE "  NET PAY".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE " QTD GROSS".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE "  YTD GROSS".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE "    YTD NET".
           05  FILLER                  PIC X(8)   VALUE SPACES.

       01  DETAIL-LINE.
           05  DL-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DL-EMPLOYEE-NAME        PIC X(30).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DL-DEPART-CODE          PIC X(5).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DL-GROSS-PAY            PIC ZZZZZ9.99.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  DL-DEDUCTIONS           PIC ZZZZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DL-NET-PAY              PIC -ZZZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DL-QTD-GROSS-PAY        PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DL-YTD-GROSS-PAY        PIC ZZZZZZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DL-YTD-NET-PAY          PIC -ZZZZZZ9.99.
           05  FILLER                  PIC X(8)   VALUE SPACES.

       01  SKIPPED-LINE.
           05  FILLER                  PIC X(10)
               VALUE "SKIPPED - ".
           05  SK-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  SK-EMPLOYEE-NAME        PIC X(30).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  SK-REASON-TEXT          PIC X(40).
           05  FILLER                  PIC X(41)  VALUE SPACES.

       01  RETRO-HELD-LINE.
           05  FILLER                  PIC X(13)
               VALUE "RETRO HELD - ".
           05  RH-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  RH-EMPLOYEE-NAME        PIC X(30).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  RH-EFFECTIVE-DATE       PIC 9999/99/99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  RH-RETRO-AMOUNT         PIC -ZZZZZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(29)
               VALUE "RECOVERY EXCEEDS GROSS PAY".
           05  FILLER                  PIC X(22)  VALUE SPACES.

       01  COMPANY-TOTAL-LINE.
           05  FILLER                  PIC X(16)
               VALUE "COMPANY TOTAL -".
           05  FILLER                  PIC X(34)  VALUE SPACES.
           05  CO-GROSS-TOTAL          PIC Z(10)9.99.
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  CO-DEDUCTION-TOTAL      PIC Z(10)9.99.
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  CO-NET-TOTAL            PIC -Z(9)9.99.
           05  FILLER                  PIC X(38)  VALUE SPACES.

       01  PROOF-LINE.
           05  FILLER                  PIC X(28)
               VALUE "COMPANY GROSS TOTAL TIES TO ".
           05  FILLER                  PIC X(30)
               VALUE "PAYRGRPT COMPANY TOTAL LINE".
           05  FILLER                  PIC X(74)  VALUE SPACES.

       01  RESULT-LINE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RS-RESULT-TEXT          PIC X(50).
           05  FILLER                  PIC X(80)  VALUE SPACES.

       01  CTL-TOTALS-LINE.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  CTL-LABEL               PIC X(25).
           05  CTL-VALUE               PIC ZZZZZZ9.
           05  FILLER                  PIC X(95)  VALUE SPACES.

       01  BLANK-LINE                 PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       000-CLOSE-PAY-PERIOD.

           PERFORM 950-OPEN-RUN-CONTROL.
           IF NOT RUN-REFUSED
               PERFORM 010-EXECUTE-CLOSE-RUN.
           PERFORM 960-CLOSE-RUN-CONTROL.
           STOP RUN.

       010-EXECUTE-CLOSE-RUN.

           OPEN INPUT  PAYCPARM
                INPUT  EMPMASTI
                INPUT  EMPDEDMI
                I-O    EMPEARN
                I-O    RETROADJ
                INPUT  TIMEHRS
                OUTPUT PAYCLRPT.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           PERFORM 020-READ-CLOSE-PARM.
           IF NOT CLOSE-REFUSED
               PERFORM 030-CHECK-PERIOD-CLOSED.
           IF CLOSE-REFUSED
               SET EMPMAST-EOF TO TRUE
               SET RUN-FAILED TO TRUE
           ELSE
               SET PERIOD-CLOSABLE TO TRUE
               PERFORM 040-WRITE-REPORT-HEADINGS.
           PERFORM 200-CLOSE-EMPLOYEE-PERIOD
               UNTIL EMPMAST-EOF.
           IF NOT CLOSE-REFUSED
               PERFORM 500-WRITE-CLOSE-TOTALS.
           CLOSE PAYCPARM
                 EMPMASTI
                 EMPDEDMI
                 EMPEARN
                 RETROADJ
                 TIMEHRS
                 PAYCLRPT.

       020-READ-CLOSE-PARM.

           READ PAYCPARM
               AT END
                   SET PAYCPARM-EOF TO TRUE.
           IF PAYCPARM-EOF
               MOVE "PAYCPARM IS EMPTY - RUN TERMINATED"
                   TO RS-RESULT-TEXT
               PERFORM 050-REFUSE-CLOSE
           ELSE IF PC-PERIOD-NUMBER NOT NUMERIC
                   OR PC-PERIOD-NUMBER < 1
                   OR PC-PERIOD-NUMBER > PAY-PERIODS-PER-YEAR
               MOVE "PERIOD NUMBER NOT 01 THRU 26 - RUN TERMINATED"
                   TO RS-RESULT-TEXT
               PERFORM 050-REFUSE-CLOSE
           ELSE IF PC-PERIOD-END-DATE NOT NUMERIC
                   OR PC-PERIOD-END-DATE = ZERO
               MOVE "PERIOD END DATE NOT NUMERIC - RUN TERMINATED"
                   TO RS-RESULT-TEXT
               PERFORM 050-REFUSE-CLOSE
           ELSE
               MOVE PC-PERIOD-NUMBER TO PERIOD-NUMBER-USED
               MOVE PC-PERIOD-END-DATE TO PERIOD-END-DATE-USED
               IF PERIOD-END-MONTH < 1
                  OR PERIOD-END-MONTH > 12
                   MOVE "PERIOD END MONTH INVALID - RUN TERMINATED"
                       TO RS-RESULT-TEXT
                   PERFORM 050-REFUSE-CLOSE
               ELSE
                   SUBTRACT 1 FROM PERIOD-END-MONTH
                       GIVING QUARTER-NUMBER-USED
                   DIVIDE QUARTER-NUMBER-USED BY 3
                       GIVING QUARTER-NUMBER-USED
                       REMAINDER QUARTER-REMAINDER
                   ADD 1 TO QUARTER-NUMBER-USED.

       030-CHECK-PERIOD-CLOSED.

           MOVE PERIOD-END-YEAR TO CP-PAY-YEAR.
           MOVE PERIOD-NUMBER-USED TO CP-PERIOD-NUMBER.
           MOVE "C" TO RC-ENTRY-TYPE.
           MOVE CLOSED-PERIOD-CODE TO RC-ENTRY-CODE.
           PERFORM 956-READ-RUN-CONTROL-ENTRY.
           IF RUN-ENTRY-FOUND
               MOVE "PERIOD ALREADY CLOSED - RUN TERMINATED"
                   TO RS-RESULT-TEXT
               PERFORM 050-REFUSE-CLOSE.

       040-WRITE-REPORT-HEADINGS.

           MOVE PERIOD-END-YEAR TO H2-PAY-YEAR.
           MOVE PERIOD-NUMBER-USED TO H2-PERIOD-NUMBER.
           MOVE PERIOD-END-DATE-USED TO H2-PERIOD-END-DATE.
           MOVE QUARTER-NUMBER-USED TO H2-QUARTER-NUMBER.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM HEADING-LINE-3.
           WRITE REPORT-LINE FROM BLANK-LINE.

       050-REFUSE-CLOSE.

           SET CLOSE-REFUSED TO TRUE.
           DISPLAY RS-RESULT-TEXT.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM RESULT-LINE.

       200-CLOSE-EMPLOYEE-PERIOD.

           READ EMPMASTI INTO EMPLOYEE-MASTER-RECORD
               AT END
                   SET EMPMAST-EOF TO TRUE.
           IF NOT EMPMAST-EOF
               ADD 1 TO EMPLOYEES-READ-COUNT
               IF UNPAID-LEAVE-STATUS
                   ADD 1 TO UNPAID-LEAVE-COUNT
               ELSE
                   PERFORM 300-CALCULATE-EMPLOYEE-PAY
                   PERFORM 400-POST-EMPLOYEE-EARNINGS.

       300-CALCULATE-EMPLOYEE-PAY.

           IF HOURLY-PAY-TYPE
               PERFORM 305-COMPUTE-HOURLY-PAY
           ELSE
               DIVIDE EM-ANNUAL-SALARY BY PAY-PERIODS-PER-YEAR
                   GIVING GROSS-PAY-AMOUNT ROUNDED.
           MOVE GROSS-PAY-AMOUNT TO PRE-RETRO-GROSS-AMOUNT.
           PERFORM 310-START-RETRO-SCAN.
           PERFORM 315-PROCESS-RETRO-RECORD
               UNTIL RETRO-EOF.
           MOVE ZERO TO EMPLOYEE-DEDUCTION-TOTAL
                        PERIOD-DEDUCTION-COUNT.
           PERFORM 320-START-DEDUCTION-SCAN.
           PERFORM 330-PROCESS-DEDUCTION-RECORD
               UNTIL DEDUCTION-EOF.
           SUBTRACT EMPLOYEE-DEDUCTION-TOTAL FROM GROSS-PAY-AMOUNT
               GIVING NET-PAY-AMOUNT.

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
                           GIVING GROSS-PAY-AMOUNT ROUNDED.

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
                       PERFORM 317-HOLD-RETRO-RECOVERY
                   ELSE
                       MOVE RETRO-TEST-AMOUNT TO GROSS-PAY-AMOUNT.

       317-HOLD-RETRO-RECOVERY.

           ADD 1 TO RETRO-HELD-COUNT.
           MOVE EM-EMPLOYEE-ID TO RH-EMPLOYEE-ID.
           MOVE EM-EMPLOYEE-NAME TO RH-EMPLOYEE-NAME.
           MOVE RA-EFFECTIVE-DATE TO RH-EFFECTIVE-DATE.
           MOVE RA-RETRO-AMOUNT TO RH-RETRO-AMOUNT.
           WRITE REPORT-LINE FROM RETRO-HELD-LINE.

       320-START-DEDUCTION-SCAN.

           MOVE "N" TO DEDUCTION-EOF-SWITCH.
           MOVE EM-EMPLOYEE-ID TO DD-EMPLOYEE-ID.
           MOVE LOW-VALUES TO DD-DEDUCTION-TYPE.
           START EMPDEDMI KEY IS NOT < DD-DEDUCTION-KEY
               INVALID KEY
                   SET DEDUCTION-EOF TO TRUE.

       330-PROCESS-DEDUCTION-RECORD.

           READ EMPDEDMI NEXT RECORD
               AT END
                   SET DEDUCTION-EOF TO TRUE.
           IF NOT DEDUCTION-EOF
               IF DD-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
                   SET DEDUCTION-EOF TO TRUE
               ELSE IF DEDUCTION-ACTIVE
                   PERFORM 335-APPLY-DEDUCTION.

       335-APPLY-DEDUCTION.

           IF PERCENT-METHOD
               MULTIPLY GROSS-PAY-AMOUNT BY DD-DEDUCTION-PERCENT
                   GIVING PERCENT-WORK-AMOUNT
               DIVIDE PERCENT-WORK-AMOUNT BY 100
                   GIVING DEDUCTION-THIS-AMOUNT ROUNDED
           ELSE
               MOVE DD-DEDUCTION-AMOUNT TO DEDUCTION-THIS-AMOUNT.
           ADD DEDUCTION-THIS-AMOUNT TO EMPLOYEE-DEDUCTION-TOTAL.
           IF PERIOD-DEDUCTION-COUNT < 15
               ADD 1 TO PERIOD-DEDUCTION-COUNT
               SET PD-IDX TO PERIOD-DEDUCTION-COUNT
               MOVE DD-DEDUCTION-TYPE TO PD-DEDUCTION-TYPE (PD-IDX)
               MOVE DEDUCTION-THIS-AMOUNT
                   TO PD-DEDUCTION-AMOUNT (PD-IDX)
           ELSE
               DISPLAY "DEDUCTION TABLE FULL FOR EMPLOYEE "
                   EM-EMPLOYEE-ID " - TYPE " DD-DEDUCTION-TYPE
                   " NOT POSTED BY TYPE".

       400-POST-EMPLOYEE-EARNINGS.

           PERFORM 410-READ-YEAR-TO-DATE-RECORD.
           IF NOT YEAR-TO-DATE-FOUND
               PERFORM 420-BUILD-YEAR-TO-DATE-RECORD.
           IF YT-QUARTER-NUMBER NOT = QUARTER-NUMBER-USED
               MOVE QUARTER-NUMBER-USED TO YT-QUARTER-NUMBER
               MOVE ZERO TO YT-QTD-GROSS-PAY
                            YT-QTD-DEDUCTION-TOTAL
                            YT-QTD-NET-PAY.
           PERFORM 430-WRITE-PERIOD-RECORD.
           IF PERIOD-POSTED
               PERFORM 440-ACCUMULATE-YEAR-TO-DATE
               PERFORM 450-WRITE-YEAR-TO-DATE-RECORD
               PERFORM 460-WRITE-DETAIL-LINE
               MOVE PRE-RETRO-GROSS-AMOUNT TO RETRO-RUNNING-GROSS
               PERFORM 310-START-RETRO-SCAN
               PERFORM 480-MARK-RETRO-PAID
                   UNTIL RETRO-EOF.

       410-READ-YEAR-TO-DATE-RECORD.

           MOVE "N" TO YEAR-TO-DATE-FOUND-SWITCH.
           MOVE EM-EMPLOYEE-ID TO EH-EMPLOYEE-ID.
           MOVE PERIOD-END-YEAR TO EH-PAY-YEAR.
           MOVE ZERO TO EH-PERIOD-NUMBER.
           READ EMPEARN INTO YEAR-TO-DATE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET YEAR-TO-DATE-FOUND TO TRUE.

       420-BUILD-YEAR-TO-DATE-RECORD.

           MOVE SPACES TO YEAR-TO-DATE-RECORD.
           MOVE EM-EMPLOYEE-ID TO YT-EMPLOYEE-ID.
           MOVE PERIOD-END-YEAR TO YT-PAY-YEAR.
           MOVE ZERO TO YT-PERIOD-NUMBER
                        YT-PERIOD-END-DATE
                        YT-QUARTER-NUMBER
                        YT-GROSS-PAY
                        YT-DEDUCTION-TOTAL
                        YT-NET-PAY
                        YT-QTD-GROSS-PAY
                        YT-QTD-DEDUCTION-TOTAL
                        YT-QTD-NET-PAY
                        YT-DEDUCTION-COUNT
                        YT-PERIODS-POSTED.
           MOVE "Y" TO YT-RECORD-TYPE.
           PERFORM 425-CLEAR-YTD-DEDUCTION-ENTRY
               VARYING YT-IDX FROM 1 BY 1
               UNTIL YT-IDX > 15.

       425-CLEAR-YTD-DEDUCTION-ENTRY.

           MOVE SPACES TO YT-DEDUCTION-TYPE (YT-IDX).
           MOVE ZERO TO YT-DEDUCTION-AMOUNT (YT-IDX).

       430-WRITE-PERIOD-RECORD.

           MOVE "N" TO PERIOD-POSTED-SWITCH.
           MOVE SPACES TO EARNINGS-RECORD-AREA.
           MOVE EM-EMPLOYEE-ID TO EH-EMPLOYEE-ID.
           MOVE PERIOD-END-YEAR TO EH-PAY-YEAR.
           MOVE PERIOD-NUMBER-USED TO EH-PERIOD-NUMBER.
           MOVE "P" TO EH-RECORD-TYPE.
           MOVE EM-EMPLOYEE-NAME TO EH-EMPLOYEE-NAME.
           MOVE EM-DEPART-CODE TO EH-DEPART-CODE.
           MOVE PERIOD-END-DATE-USED TO EH-PERIOD-END-DATE.
           MOVE QUARTER-NUMBER-USED TO EH-QUARTER-NUMBER.
           MOVE GROSS-PAY-AMOUNT TO EH-GROSS-PAY.
           MOVE EMPLOYEE-DEDUCTION-TOTAL TO EH-DEDUCTION-TOTAL.
           MOVE NET-PAY-AMOUNT TO EH-NET-PAY.
           ADD GROSS-PAY-AMOUNT TO YT-QTD-GROSS-PAY
               GIVING EH-QTD-GROSS-PAY.
           ADD EMPLOYEE-DEDUCTION-TOTAL TO YT-QTD-DEDUCTION-TOTAL
               GIVING EH-QTD-DEDUCTION-TOTAL.
           ADD NET-PAY-AMOUNT TO YT-QTD-NET-PAY
               GIVING EH-QTD-NET-PAY.
           MOVE PERIOD-DEDUCTION-COUNT TO EH-DEDUCTION-COUNT.
           PERFORM 435-MOVE-PERIOD-DEDUCTION
               VARYING EH-IDX FROM 1 BY 1
               UNTIL EH-IDX > 15.
           MOVE YT-PERIODS-POSTED TO EH-PERIODS-POSTED.
           ADD 1 TO EH-PERIODS-POSTED.
           WRITE EARNINGS-RECORD-AREA
               INVALID KEY
                   IF EMPEARN-DUPLICATE-KEY
                       PERFORM 470-WRITE-SKIPPED-LINE
                   ELSE
                       DISPLAY "WRITE ERROR ON EMPEARN FOR ITEM NUMBER "
                           EM-EMPLOYEE-ID
                       DISPLAY "FILE STATUS CODE IS "
                           EMPEARN-FILE-STATUS
                       SET RUN-FAILED TO TRUE
                       SET EMPMAST-EOF TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET PERIOD-POSTED TO TRUE.

       435-MOVE-PERIOD-DEDUCTION.

           SET PD-IDX TO EH-IDX.
           IF PD-IDX > PERIOD-DEDUCTION-COUNT
               MOVE SPACES TO EH-DEDUCTION-TYPE (EH-IDX)
               MOVE ZERO TO EH-DEDUCTION-AMOUNT (EH-IDX)
           ELSE
               MOVE PD-DEDUCTION-TYPE (PD-IDX)
                   TO EH-DEDUCTION-TYPE (EH-IDX)
               MOVE PD-DEDUCTION-AMOUNT (PD-IDX)
                   TO EH-DEDUCTION-AMOUNT (EH-IDX).

       440-ACCUMULATE-YEAR-TO-DATE.

           MOVE EM-EMPLOYEE-NAME TO YT-EMPLOYEE-NAME.
           MOVE EM-DEPART-CODE TO YT-DEPART-CODE.
           MOVE PERIOD-END-DATE-USED TO YT-PERIOD-END-DATE.
           ADD GROSS-PAY-AMOUNT TO YT-GROSS-PAY
                                   YT-QTD-GROSS-PAY
                                   COMPANY-GROSS-TOTAL.
           ADD EMPLOYEE-DEDUCTION-TOTAL TO YT-DEDUCTION-TOTAL
                                           YT-QTD-DEDUCTION-TOTAL
                                           COMPANY-DEDUCTION-TOTAL.
           ADD NET-PAY-AMOUNT TO YT-NET-PAY
                                 YT-QTD-NET-PAY
                                 COMPANY-NET-TOTAL.
           ADD 1 TO YT-PERIODS-POSTED.
           PERFORM 445-POST-YTD-DEDUCTION
               VARYING PD-IDX FROM 1 BY 1
               UNTIL PD-IDX > PERIOD-DEDUCTION-COUNT.

       445-POST-YTD-DEDUCTION.

           MOVE "N" TO YTD-MATCH-SWITCH.
           IF YT-DEDUCTION-COUNT > ZERO
               SET YT-IDX TO 1
               SEARCH YT-DEDUCTION-ENTRY
                   AT END
                       CONTINUE
                   WHEN YT-DEDUCTION-TYPE (YT-IDX)
                           = PD-DEDUCTION-TYPE (PD-IDX)
                       SET YTD-MATCH TO TRUE.
           IF NOT YTD-MATCH
               IF YT-DEDUCTION-COUNT < 15
                   ADD 1 TO YT-DEDUCTION-COUNT
                   SET YT-IDX TO YT-DEDUCTION-COUNT
                   MOVE PD-DEDUCTION-TYPE (PD-IDX)
                       TO YT-DEDUCTION-TYPE (YT-IDX)
                   MOVE ZERO TO YT-DEDUCTION-AMOUNT (YT-IDX)
                   SET YTD-MATCH TO TRUE
               ELSE
                   DISPLAY "YTD DEDUCTION TABLE FULL FOR EMPLOYEE "
                       EM-EMPLOYEE-ID " - TYPE "
                       PD-DEDUCTION-TYPE (PD-IDX) " NOT POSTED".
           IF YTD-MATCH
               ADD PD-DEDUCTION-AMOUNT (PD-IDX)
                   TO YT-DEDUCTION-AMOUNT (YT-IDX)
               ADD 1 TO DEDUCTIONS-POSTED-COUNT.

       450-WRITE-YEAR-TO-DATE-RECORD.

           IF YEAR-TO-DATE-FOUND
               REWRITE EARNINGS-RECORD-AREA FROM YEAR-TO-DATE-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE ERROR ON EMPEARN FOR ITEM "
                           "NUMBER " EM-EMPLOYEE-ID
                       SET RUN-FAILED TO TRUE
               END-REWRITE
           ELSE
               WRITE EARNINGS-RECORD-AREA FROM YEAR-TO-DATE-RECORD
                   INVALID KEY
                       DISPLAY "WRITE ERROR ON EMPEARN FOR ITEM "
                           "NUMBER " EM-EMPLOYEE-ID
                       SET RUN-FAILED TO TRUE.
           ADD 1 TO EMPLOYEES-POSTED-COUNT.

       460-WRITE-DETAIL-LINE.

           MOVE EM-EMPLOYEE-ID TO DL-EMPLOYEE-ID.
           MOVE EM-EMPLOYEE-NAME TO DL-EMPLOYEE-NAME.
           MOVE EM-DEPART-CODE TO DL-DEPART-CODE.
           MOVE GROSS-PAY-AMOUNT TO DL-GROSS-PAY.
           MOVE EMPLOYEE-DEDUCTION-TOTAL TO DL-DEDUCTIONS.
           MOVE NET-PAY-AMOUNT TO DL-NET-PAY.
           MOVE YT-QTD-GROSS-PAY TO DL-QTD-GROSS-PAY.
           MOVE YT-GROSS-PAY TO DL-YTD-GROSS-PAY.
           MOVE YT-NET-PAY TO DL-YTD-NET-PAY.
           WRITE REPORT-LINE FROM DETAIL-LINE.

       470-WRITE-SKIPPED-LINE.

           ADD 1 TO EMPLOYEES-SKIPPED-COUNT.
           MOVE EM-EMPLOYEE-ID TO SK-EMPLOYEE-ID.
           MOVE EM-EMPLOYEE-NAME TO SK-EMPLOYEE-NAME.
           MOVE "PERIOD ALREADY POSTED FOR EMPLOYEE"
               TO SK-REASON-TEXT.
           WRITE REPORT-LINE FROM SKIPPED-LINE.

       480-MARK-RETRO-PAID.

           READ RETROADJ NEXT RECORD
               AT END
                   SET RETRO-EOF TO TRUE.
           IF NOT RETRO-EOF
               IF RA-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
                   SET RETRO-EOF TO TRUE
               ELSE IF RETRO-OPEN
                   ADD RA-RETRO-AMOUNT RETRO-RUNNING-GROSS
                       GIVING RETRO-TEST-AMOUNT
                   IF RETRO-TEST-AMOUNT NOT < ZERO
                       MOVE RETRO-TEST-AMOUNT TO RETRO-RUNNING-GROSS
                       PERFORM 485-MARK-RETRO-ITEM-PAID.

       485-MARK-RETRO-ITEM-PAID.

           SET RETRO-PAID TO TRUE.
           MOVE PERIOD-END-YEAR TO RA-PAID-YEAR.
           MOVE PERIOD-NUMBER-USED TO RA-PAID-PERIOD.
           REWRITE RETRO-ADJUSTMENT-RECORD.
           IF RETROADJ-SUCCESSFUL
               ADD 1 TO RETRO-PAID-COUNT
           ELSE
               DISPLAY "REWRITE ERROR ON RETROADJ FOR "
                   RA-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS "
                   RETROADJ-FILE-STATUS
               SET RUN-FAILED TO TRUE.

       500-WRITE-CLOSE-TOTALS.

           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE COMPANY-GROSS-TOTAL TO CO-GROSS-TOTAL.
           MOVE COMPANY-DEDUCTION-TOTAL TO CO-DEDUCTION-TOTAL.
           MOVE COMPANY-NET-TOTAL TO CO-NET-TOTAL.
           WRITE REPORT-LINE FROM COMPANY-TOTAL-LINE.
           WRITE REPORT-LINE FROM PROOF-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE "EMPLOYEES READ" TO CTL-LABEL.
           MOVE EMPLOYEES-READ-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "EMPLOYEES POSTED" TO CTL-LABEL.
           MOVE EMPLOYEES-POSTED-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "EMPLOYEES SKIPPED" TO CTL-LABEL.
           MOVE EMPLOYEES-SKIPPED-COUNT TO CTL-VALUE.
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
           MOVE "DEDUCTIONS POSTED" TO CTL-LABEL.
           MOVE DEDUCTIONS-POSTED-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "RETRO ADJUSTMENTS PAID" TO CTL-LABEL.
           MOVE RETRO-PAID-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "RETRO HELD OVER GROSS" TO CTL-LABEL.
           MOVE RETRO-HELD-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.
           IF RUN-FAILED
               MOVE "CLOSE FAILED - PERIOD NOT MARKED CLOSED"
                   TO RS-RESULT-TEXT
           ELSE
               MOVE "PERIOD CLOSED - EARNINGS HISTORY POSTED"
                   TO RS-RESULT-TEXT.
           WRITE REPORT-LINE FROM RESULT-LINE.

       950-OPEN-RUN-CONTROL.

           OPEN I-O RUNCTL.
           PERFORM 952-CHECK-UPDATER-IN-FLIGHT
               VARYING UPD-IDX FROM 1 BY 1
               UNTIL UPD-IDX > 5.
           IF NOT RUN-REFUSED
               PERFORM 954-MARK-RUN-STARTED.

       952-CHECK-UPDATER-IN-FLIGHT.

           IF UPDATER-PROGRAM-NAME (UPD-IDX) NOT = RUN-PROGRAM-NAME
               MOVE "R" TO RC-ENTRY-TYPE
               MOVE UPDATER-PROGRAM-NAME (UPD-IDX) TO RC-ENTRY-CODE
               PERFORM 956-READ-RUN-CONTROL-ENTRY
               IF RUN-ENTRY-FOUND
                   IF RUN-IN-FLIGHT
                       SET RUN-REFUSED TO TRUE
                       DISPLAY "RUN CONTROL - " RC-ENTRY-CODE
                           " IS IN FLIGHT - RUN TERMINATED".

       954-MARK-RUN-STARTED.

           MOVE "R" TO RC-ENTRY-TYPE.
           MOVE RUN-PROGRAM-NAME TO RC-ENTRY-CODE.
           PERFORM 956-READ-RUN-CONTROL-ENTRY.
           MOVE "R" TO RC-ENTRY-TYPE.
           MOVE RUN-PROGRAM-NAME TO RC-ENTRY-CODE.
           MOVE "S" TO RC-RUN-STATUS.
           ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RC-RUN-TIME FROM TIME.
           IF RUN-ENTRY-FOUND
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD.
           SET RUN-STARTED TO TRUE.

       956-READ-RUN-CONTROL-ENTRY.

           MOVE "N" TO RUN-ENTRY-FOUND-SWITCH.
           READ RUNCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-ENTRY-FOUND TO TRUE.

       960-CLOSE-RUN-CONTROL.

           IF RUN-STARTED
               PERFORM 962-MARK-RUN-COMPLETED
               IF PERIOD-CLOSABLE
                  AND NOT RUN-FAILED
                   PERFORM 964-MARK-PERIOD-CLOSED.
           CLOSE RUNCTL.

       962-MARK-RUN-COMPLETED.

           MOVE "R" TO RC-ENTRY-TYPE.
           MOVE RUN-PROGRAM-NAME TO RC-ENTRY-CODE.
           PERFORM 956-READ-RUN-CONTROL-ENTRY.
           IF RUN-ENTRY-FOUND
               MOVE "C" TO RC-RUN-STATUS
               ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT RC-RUN-TIME FROM TIME
               REWRITE RUN-CONTROL-RECORD.

       964-MARK-PERIOD-CLOSED.

           MOVE "C" TO RC-ENTRY-TYPE.
           MOVE CLOSED-PERIOD-CODE TO RC-ENTRY-CODE.
           PERFORM 956-READ-RUN-CONTROL-ENTRY.
           MOVE "C" TO RC-ENTRY-TYPE.
           MOVE CLOSED-PERIOD-CODE TO RC-ENTRY-CODE.
           MOVE "C" TO RC-RUN-STATUS.
           ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RC-RUN-TIME FROM TIME.
           IF RUN-ENTRY-FOUND
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD.
