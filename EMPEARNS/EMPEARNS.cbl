       IDENTIFICATION DIVISION.

       PROGRAM-ID. EMPEARNS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT EARNPARM ASSIGN TO EARNPARM.
           SELECT OPTIONAL EMPEARN ASSIGN TO EMPEARN
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS EH-EARNINGS-KEY.
           SELECT EARNSRPT ASSIGN TO EARNSRPT
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  EARNPARM.

       01  STATEMENT-PARM-RECORD.
           05  SP-PAY-YEAR             PIC 9(4).
           05  FILLER                  PIC X(53).

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

       FD  EARNSRPT.

       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  EARNPARM-EOF-SWITCH     PIC X    VALUE "N".
               88  EARNPARM-EOF                 VALUE "Y".
           05  EMPEARN-EOF-SWITCH      PIC X    VALUE "N".
               88  EMPEARN-EOF                  VALUE "Y".
           05  STATEMENT-OPEN-SWITCH   PIC X    VALUE "N".
               88  STATEMENT-OPEN               VALUE "Y".

       01  STATEMENT-YEAR-USED         PIC 9(4)  VALUE ZERO.

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

       01  STATEMENT-TOTALS.
           05  RECORDS-READ-COUNT      PIC 9(7)      VALUE ZERO.
           05  STATEMENTS-PRINTED-COUNT
                                       PIC 9(7)      VALUE ZERO.
           05  PERIODS-LISTED-COUNT    PIC 9(7)      VALUE ZERO.
           05  COMPANY-GROSS-TOTAL     PIC S9(11)V99 VALUE ZEROS.
           05  COMPANY-DEDUCTION-TOTAL PIC S9(11)V99 VALUE ZEROS.
           05  COMPANY-NET-TOTAL       PIC S9(11)V99 VALUE ZEROS.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(37)
               VALUE "EMPEARNS ANNUAL EARNINGS STATEMENTS".
           05  FILLER                  PIC X(14)
               VALUE "  PAY YEAR - ".
           05  H1-PAY-YEAR             PIC 9(4).
           05  FILLER                  PIC X(77)  VALUE SPACES.

       01  EMPLOYEE-HEADING-LINE.
           05  FILLER                  PIC X(11)  VALUE "EMPLOYEE - ".
           05  EH1-EMPLOYEE-ID         PIC X(5).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  EH1-EMPLOYEE-NAME       PIC X(30).
           05  FILLER                  PIC X(9)   VALUE "  DEPT - ".
           05  EH1-DEPART-CODE         PIC X(5).
           05  FILLER                  PIC X(69)  VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "PERIOD".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "PERIOD END".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE "QTR".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE "  GROSS PAY".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE " DEDUCTIONS".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE "    NET PAY".
           05  FILLER                  PIC X(60)  VALUE SPACES.

       01  PERIOD-LINE.
           05  FILLER                  PIC X(7)   VALUE SPACES.
           05  PL-PERIOD-NUMBER        PIC Z9.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  PL-PERIOD-END-DATE      PIC 9999/99/99.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  PL-QUARTER-NUMBER       PIC 9.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  PL-GROSS-PAY            PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  PL-DEDUCTIONS           PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  PL-NET-PAY              PIC -ZZZZZZ9.99.
           05  FILLER                  PIC X(61)  VALUE SPACES.

       01  YEAR-TOTAL-LINE.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  FILLER                  PIC X(13)  VALUE "YEAR TO DATE".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  YL-PERIODS-POSTED       PIC Z9.
           05  FILLER                  PIC X(8)   VALUE " PERIODS".
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  YL-GROSS-PAY            PIC ZZZZZZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  YL-DEDUCTIONS           PIC ZZZZZZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  YL-NET-PAY              PIC -ZZZZZZ9.99.
           05  FILLER                  PIC X(61)  VALUE SPACES.

       01  DEDUCTION-TYPE-LINE.
           05  FILLER                  PIC X(9)   VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE "DEDUCTION TYPE - ".
           05  DT-DEDUCTION-TYPE       PIC X(3).
           05  FILLER                  PIC X(18)
               VALUE "  YEAR TO DATE - ".
           05  DT-DEDUCTION-AMOUNT     PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(75)  VALUE SPACES.

       01  NO-STATEMENTS-LINE.
           05  FILLER                  PIC X(40)
               VALUE "NO EARNINGS HISTORY ON FILE FOR PAY YEAR".
           05  FILLER                  PIC X(92)  VALUE SPACES.

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

       01  CTL-TOTALS-LINE.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  CTL-LABEL               PIC X(25).
           05  CTL-VALUE               PIC ZZZZZZ9.
           05  FILLER                  PIC X(95)  VALUE SPACES.

       01  BLANK-LINE                 PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       000-PRINT-EARNINGS-STATEMENTS.

           OPEN INPUT  EARNPARM
                INPUT  EMPEARN
                OUTPUT EARNSRPT.
           PERFORM 100-READ-STATEMENT-PARM.
           IF EARNPARM-EOF
               DISPLAY "EARNPARM IS EMPTY - NO PAY YEAR "
                   "SUPPLIED - RUN TERMINATED"
               SET EMPEARN-EOF TO TRUE
           ELSE
               PERFORM 110-WRITE-REPORT-HEADINGS.
           PERFORM 200-PROCESS-EARNINGS-RECORD
               UNTIL EMPEARN-EOF.
           IF STATEMENT-OPEN
               PERFORM 300-WRITE-STATEMENT-TOTALS.
           IF NOT EARNPARM-EOF
               PERFORM 400-WRITE-CONTROL-TOTALS.
           CLOSE EARNPARM
                 EMPEARN
                 EARNSRPT.
           STOP RUN.

       100-READ-STATEMENT-PARM.

           READ EARNPARM
               AT END
                   SET EARNPARM-EOF TO TRUE.
           IF NOT EARNPARM-EOF
               IF SP-PAY-YEAR NUMERIC
                  AND SP-PAY-YEAR > ZERO
                   MOVE SP-PAY-YEAR TO STATEMENT-YEAR-USED
               ELSE
                   DISPLAY "EARNPARM PAY YEAR NOT NUMERIC - "
                       "RUN TERMINATED"
                   SET EARNPARM-EOF TO TRUE.

       110-WRITE-REPORT-HEADINGS.

           MOVE STATEMENT-YEAR-USED TO H1-PAY-YEAR.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM BLANK-LINE.

       200-PROCESS-EARNINGS-RECORD.

           READ EMPEARN
               AT END
                   SET EMPEARN-EOF TO TRUE.
           IF NOT EMPEARN-EOF
               IF EH-PAY-YEAR = STATEMENT-YEAR-USED
                   ADD 1 TO RECORDS-READ-COUNT
                   IF YEAR-TO-DATE-EARNINGS
                       PERFORM 210-START-EMPLOYEE-STATEMENT
                   ELSE IF PERIOD-EARNINGS
                       IF STATEMENT-OPEN
                          AND EH-EMPLOYEE-ID = YT-EMPLOYEE-ID
                           PERFORM 220-WRITE-PERIOD-LINE.

       210-START-EMPLOYEE-STATEMENT.

           IF STATEMENT-OPEN
               PERFORM 300-WRITE-STATEMENT-TOTALS.
           MOVE EARNINGS-RECORD-AREA TO YEAR-TO-DATE-RECORD.
           SET STATEMENT-OPEN TO TRUE.
           MOVE YT-EMPLOYEE-ID TO EH1-EMPLOYEE-ID.
           MOVE YT-EMPLOYEE-NAME TO EH1-EMPLOYEE-NAME.
           MOVE YT-DEPART-CODE TO EH1-DEPART-CODE.
           WRITE REPORT-LINE FROM EMPLOYEE-HEADING-LINE.
           WRITE REPORT-LINE FROM COLUMN-HEADING-LINE.

       220-WRITE-PERIOD-LINE.

           MOVE EH-PERIOD-NUMBER TO PL-PERIOD-NUMBER.
           MOVE EH-PERIOD-END-DATE TO PL-PERIOD-END-DATE.
           MOVE EH-QUARTER-NUMBER TO PL-QUARTER-NUMBER.
           MOVE EH-GROSS-PAY TO PL-GROSS-PAY.
           MOVE EH-DEDUCTION-TOTAL TO PL-DEDUCTIONS.
           MOVE EH-NET-PAY TO PL-NET-PAY.
           WRITE REPORT-LINE FROM PERIOD-LINE.
           ADD 1 TO PERIODS-LISTED-COUNT.

       300-WRITE-STATEMENT-TOTALS.

           MOVE YT-PERIODS-POSTED TO YL-PERIODS-POSTED.
           MOVE YT-GROSS-PAY TO YL-GROSS-PAY.
           MOVE YT-DEDUCTION-TOTAL TO YL-DEDUCTIONS.
           MOVE YT-NET-PAY TO YL-NET-PAY.
           WRITE REPORT-LINE FROM YEAR-TOTAL-LINE.
           PERFORM 310-WRITE-DEDUCTION-TYPE-LINE
               VARYING YT-IDX FROM 1 BY 1
               UNTIL YT-IDX > YT-DEDUCTION-COUNT.
           WRITE REPORT-LINE FROM BLANK-LINE.
           ADD 1 TO STATEMENTS-PRINTED-COUNT.
           ADD YT-GROSS-PAY TO COMPANY-GROSS-TOTAL.
           ADD YT-DEDUCTION-TOTAL TO COMPANY-DEDUCTION-TOTAL.
           ADD YT-NET-PAY TO COMPANY-NET-TOTAL.
           MOVE "N" TO STATEMENT-OPEN-SWITCH.

       310-WRITE-DEDUCTION-TYPE-LINE.

           MOVE YT-DEDUCTION-TYPE (YT-IDX) TO DT-DEDUCTION-TYPE.
           MOVE YT-DEDUCTION-AMOUNT (YT-IDX) TO DT-DEDUCTION-AMOUNT.
           WRITE REPORT-LINE FROM DEDUCTION-TYPE-LINE.

       400-WRITE-CONTROL-TOTALS.

           IF STATEMENTS-PRINTED-COUNT = ZERO
               WRITE REPORT-LINE FROM NO-STATEMENTS-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE COMPANY-GROSS-TOTAL TO CO-GROSS-TOTAL.
           MOVE COMPANY-DEDUCTION-TOTAL TO CO-DEDUCTION-TOTAL.
           MOVE COMPANY-NET-TOTAL TO CO-NET-TOTAL.
           WRITE REPORT-LINE FROM COMPANY-TOTAL-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE "EARNINGS RECORDS READ" TO CTL-LABEL.
           MOVE RECORDS-READ-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "STATEMENTS PRINTED" TO CTL-LABEL.
           MOVE STATEMENTS-PRINTED-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "PERIODS LISTED" TO CTL-LABEL.
           MOVE PERIODS-LISTED-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
