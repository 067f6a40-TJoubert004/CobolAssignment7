       IDENTIFICATION DIVISION.

       PROGRAM-ID. EMPGLJRN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
           SELECT GLJPARM  ASSIGN TO GLJPARM.
           SELECT EMPMASTI ASSIGN TO EMPMASTI
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS IR-EMPLOYEE-ID.
           SELECT OPTIONAL EMPDEDMI ASSIGN TO EMPDEDMI
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
                           RECORD KEY IS RF-RECORD-KEY.
           SELECT PAYEXTR  ASSIGN TO PAYEXTR.
           SELECT GLJOURNL ASSIGN TO GLJOURNL.
           SELECT GLJRNRPT ASSIGN TO GLJRNRPT
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       SD  SORT-WORK-FILE.

       01  SORT-EMPLOYEE-RECORD.
           05  SW-EMPLOYEE-ID          PIC X(5).
           05  SW-EMPLOYEE-NAME        PIC X(30).
           05  SW-DEPART-CODE          PIC X(5).
           05  SW-JOB-CLASS            PIC X(2).
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

       FD  GLJPARM.

       01  JOURNAL-PARM-RECORD.
           05  GP-PERIOD-NUMBER        PIC 9(2).
           05  GP-JOURNAL-DATE         PIC 9(8).
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
           05  RF-RECORD-KEY.
               10  RF-RECORD-TYPE      PIC X.
               10  RF-RECORD-CODE      PIC X(5).
           05  RF-DESCRIPTION          PIC X(30).
           05  RF-GL-ACCOUNT REDEFINES RF-DESCRIPTION.
               10  RF-GL-ACCOUNT-KIND  PIC X.
               10  RF-GL-ACCOUNT-NUMBER
                                       PIC X(10).
               10  RF-GL-ACCOUNT-NAME  PIC X(19).
           05  RF-ACTIVE-FLAG          PIC X.
               88  REFERENCE-ACTIVE             VALUE "A".
           05  FILLER                  PIC X(13).

       FD  PAYEXTR.

       01  EXTRACT-HEADER-RECORD.
           05  XH-RECORD-CODE          PIC X.
           05  XH-RUN-DATE             PIC 9(8).
           05  XH-PERIOD-END-DATE      PIC 9(8).
           05  FILLER                  PIC X(13).

       01  EXTRACT-DETAIL-RECORD.
           05  XD-RECORD-CODE          PIC X.
           05  XD-EMPLOYEE-ID          PIC X(5).
           05  XD-DEPART-CODE          PIC X(5).
           05  XD-GROSS-PAY            PIC 9(6)V99.
           05  FILLER                  PIC X(11).

       01  EXTRACT-TRAILER-RECORD.
           05  XT-RECORD-CODE          PIC X.
           05  XT-RECORD-COUNT         PIC 9(7).
           05  XT-GROSS-HASH-TOTAL     PIC 9(11)V99.
           05  FILLER                  PIC X(9).

       FD  GLJOURNL.

       01  JOURNAL-HEADER-RECORD.
           05  JH-RECORD-CODE          PIC X.
           05  JH-JOURNAL-DATE         PIC 9(8).
           05  JH-PERIOD-NUMBER        PIC 9(2).
           05  JH-SOURCE-PROGRAM       PIC X(8).
           05  FILLER                  PIC X(61).

       01  JOURNAL-DETAIL-RECORD.
           05  JD-RECORD-CODE          PIC X.
           05  JD-ACCOUNT-NUMBER       PIC X(10).
           05  JD-DEBIT-CREDIT-CODE    PIC X.
               88  DEBIT-ENTRY                  VALUE "D".
               88  CREDIT-ENTRY                 VALUE "C".
           05  JD-AMOUNT               PIC 9(9)V99.
           05  JD-REFERENCE-CODE       PIC X(5).
           05  JD-DESCRIPTION          PIC X(30).
           05  JD-JOURNAL-DATE         PIC 9(8).
           05  FILLER                  PIC X(14).

       01  JOURNAL-TRAILER-RECORD.
           05  JT-RECORD-CODE          PIC X.
           05  JT-ENTRY-COUNT          PIC 9(7).
           05  JT-DEBIT-TOTAL          PIC 9(11)V99.
           05  JT-CREDIT-TOTAL         PIC 9(11)V99.
           05  FILLER                  PIC X(46).

       FD  GLJRNRPT.

       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  GLJPARM-EOF-SWITCH      PIC X    VALUE "N".
               88  GLJPARM-EOF                  VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
               88  SORT-EOF                     VALUE "Y".
           05  DEDUCTION-EOF-SWITCH    PIC X    VALUE "N".
               88  DEDUCTION-EOF                VALUE "Y".
           05  RETRO-EOF-SWITCH        PIC X    VALUE "N".
               88  RETRO-EOF                    VALUE "Y".
           05  PAYEXTR-EOF-SWITCH      PIC X    VALUE "N".
               88  PAYEXTR-EOF                  VALUE "Y".
           05  TRAILER-FOUND-SWITCH    PIC X    VALUE "N".
               88  TRAILER-FOUND                VALUE "Y".
           05  RUN-TERMINATED-SWITCH   PIC X    VALUE "N".
               88  RUN-TERMINATED               VALUE "Y".
           05  JOURNAL-REJECTED-SWITCH PIC X    VALUE "N".
               88  JOURNAL-REJECTED             VALUE "Y".
           05  MAPPING-FOUND-SWITCH    PIC X    VALUE "N".
               88  MAPPING-FOUND                VALUE "Y".

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
           05  RETRO-TEST-AMOUNT       PIC S9(8)V99.

       01  JOURNAL-WORK-FIELDS.
           05  JOURNAL-DATE-USED       PIC 9(8).
           05  PERIOD-NUMBER-USED      PIC 9(2).
           05  PERIOD-END-DATE-USED    PIC 9(8)      VALUE ZERO.
           05  MAPPING-KIND-WANTED     PIC X.
           05  MAPPING-CODE-WANTED     PIC X(5).
           05  LIABILITY-ACCOUNT-CODE.
               10  FILLER              PIC X         VALUE "*".
               10  LA-DEDUCTION-TYPE   PIC X(3).
               10  FILLER              PIC X         VALUE SPACE.
           05  NET-CLEARING-CODE       PIC X(5)      VALUE "*****".
           05  NET-ACCOUNT-NUMBER      PIC X(10).
           05  NET-ACCOUNT-NAME        PIC X(19).
           05  ENTRY-ACCOUNT-NUMBER    PIC X(10).
           05  ENTRY-DEBIT-CREDIT-CODE PIC X.
           05  ENTRY-AMOUNT            PIC S9(11)V99.
           05  ENTRY-REFERENCE-CODE    PIC X(5).
           05  ENTRY-DESCRIPTION       PIC X(30).
           05  EXCEPTION-TEXT          PIC X(40).
           05  EXCEPTION-CODE          PIC X(5).

       01  ACCUMULATORS.
           05  COMPANY-GROSS-TOTAL     PIC S9(11)V99 VALUE ZEROS.
           05  COMPANY-DEDUCTION-TOTAL PIC S9(11)V99 VALUE ZEROS.
           05  COMPANY-NET-TOTAL       PIC S9(11)V99 VALUE ZEROS.
           05  JOURNAL-DEBIT-TOTAL     PIC S9(11)V99 VALUE ZEROS.
           05  JOURNAL-CREDIT-TOTAL    PIC S9(11)V99 VALUE ZEROS.
           05  EXTRACT-GROSS-TOTAL     PIC S9(11)V99 VALUE ZEROS.
           05  EXTRACT-EMPLOYEE-COUNT  PIC 9(7)      VALUE ZERO.

       01  DEPARTMENT-JOURNAL-CONTROLS.
           05  DEPARTMENT-ENTRY-COUNT  PIC S9(3) COMP VALUE ZERO.

       01  DEPARTMENT-JOURNAL-TABLE.
           05  DEPARTMENT-JOURNAL-ENTRY OCCURS 100 TIMES
                   INDEXED BY DJ-IDX.
               10  DJ-DEPART-CODE      PIC X(5).
               10  DJ-GROSS-TOTAL      PIC S9(11)V99.
               10  DJ-ACCOUNT-NUMBER   PIC X(10).
               10  DJ-ACCOUNT-NAME     PIC X(19).

       01  DEDUCTION-JOURNAL-CONTROLS.
           05  DEDUCTION-ENTRY-COUNT   PIC S9(3) COMP VALUE ZERO.

       01  DEDUCTION-JOURNAL-TABLE.
           05  DEDUCTION-JOURNAL-ENTRY OCCURS 50 TIMES
                   INDEXED BY TJ-IDX.
               10  TJ-DEDUCTION-TYPE   PIC X(3).
               10  TJ-AMOUNT-TOTAL     PIC S9(11)V99.
               10  TJ-ACCOUNT-NUMBER   PIC X(10).
               10  TJ-ACCOUNT-NAME     PIC X(19).

       01  JOURNAL-COUNTS.
           05  EMPLOYEES-READ-COUNT    PIC 9(7)      VALUE ZERO.
           05  DEDUCTIONS-READ-COUNT   PIC 9(7)      VALUE ZERO.
           05  ENTRIES-WRITTEN-COUNT   PIC 9(7)      VALUE ZERO.
           05  EXCEPTIONS-COUNT        PIC 9(7)      VALUE ZERO.
           05  NO-TIMECARD-COUNT       PIC 9(7)      VALUE ZERO.
           05  WRONG-PERIOD-COUNT      PIC 9(7)      VALUE ZERO.
           05  RETRO-HELD-COUNT        PIC 9(7)      VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(40)
               VALUE "EMPGLJRN PAYROLL GENERAL LEDGER JOURNAL".
           05  FILLER                  PIC X(92)  VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                  PIC X(15)
               VALUE "JOURNAL DATE - ".
           05  H2-JOURNAL-DATE         PIC 9(8).
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE "PERIOD - ".
           05  H2-PERIOD-NUMBER        PIC 99.
           05  FILLER                  PIC X(93)  VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER                  PIC X(10)  VALUE "ACCOUNT".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE "D/C".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "         AMOUNT".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE "REF".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "DESCRIPTION".
           05  FILLER                  PIC X(57)  VALUE SPACES.

       01  ENTRY-LINE.
           05  EL-ACCOUNT-NUMBER       PIC X(10).
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  EL-DEBIT-CREDIT-CODE    PIC X.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  EL-AMOUNT               PIC Z(11)9.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  EL-REFERENCE-CODE       PIC X(5).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  EL-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(57)  VALUE SPACES.

       01  EXCEPTION-HEADING-LINE.
           05  FILLER                  PIC X(40)
               VALUE "GL JOURNAL EXCEPTIONS".
           05  FILLER                  PIC X(92)  VALUE SPACES.

       01  EXCEPTION-LINE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  EX-EXCEPTION-TEXT       PIC X(40).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  EX-EXCEPTION-CODE       PIC X(5).
           05  FILLER                  PIC X(82)  VALUE SPACES.

       01  RETRO-HELD-LINE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(24)
               VALUE "RETRO HELD OVER GROSS - ".
           05  RH-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  RH-EFFECTIVE-DATE       PIC 9999/99/99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  RH-RETRO-AMOUNT         PIC -ZZZZZZ9.99.
           05  FILLER                  PIC X(74)  VALUE SPACES.

       01  PROOF-TOTAL-LINE.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  PT-LABEL                PIC X(25).
           05  PT-AMOUNT               PIC -Z(10)9.99.
           05  FILLER                  PIC X(87)  VALUE SPACES.

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

       000-CREATE-GL-JOURNAL.

           OPEN INPUT  GLJPARM
                INPUT  EMPDEDMI
                INPUT  RETROADJ
                INPUT  TIMEHRS
                INPUT  REFMAST
                INPUT  PAYEXTR
                OUTPUT GLJOURNL
                OUTPUT GLJRNRPT.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           PERFORM 020-READ-JOURNAL-PARM.
           IF NOT RUN-TERMINATED
               PERFORM 030-READ-EXTRACT-RECORD
                   UNTIL PAYEXTR-EOF
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-DEPART-CODE
                   ON ASCENDING KEY SW-EMPLOYEE-ID
                   USING EMPMASTI
                   OUTPUT PROCEDURE IS 200-ACCUMULATE-JOURNAL-TOTALS
               PERFORM 300-RESOLVE-ACCOUNT-MAPPINGS
               PERFORM 400-PROVE-JOURNAL-TOTALS
               IF JOURNAL-REJECTED
                   PERFORM 600-WRITE-REJECTED-JOURNAL
               ELSE
                   PERFORM 500-WRITE-JOURNAL
               END-IF
               PERFORM 700-WRITE-PROOF-TOTALS
           END-IF.
           CLOSE GLJPARM
                 EMPDEDMI
                 RETROADJ
                 TIMEHRS
                 REFMAST
                 PAYEXTR
                 GLJOURNL
                 GLJRNRPT.
           STOP RUN.

       020-READ-JOURNAL-PARM.

           READ GLJPARM
               AT END
                   SET GLJPARM-EOF TO TRUE.
           IF GLJPARM-EOF
               MOVE "GLJPARM IS EMPTY - RUN TERMINATED"
                   TO RS-RESULT-TEXT
               PERFORM 050-TERMINATE-RUN
           ELSE IF GP-PERIOD-NUMBER NOT NUMERIC
                   OR GP-PERIOD-NUMBER < 1
                   OR GP-PERIOD-NUMBER > PAY-PERIODS-PER-YEAR
               MOVE "PERIOD NUMBER NOT 01 THRU 26 - RUN TERMINATED"
                   TO RS-RESULT-TEXT
               PERFORM 050-TERMINATE-RUN
           ELSE IF GP-JOURNAL-DATE NOT NUMERIC
                   OR GP-JOURNAL-DATE = ZERO
               MOVE "JOURNAL DATE NOT NUMERIC - RUN TERMINATED"
                   TO RS-RESULT-TEXT
               PERFORM 050-TERMINATE-RUN
           ELSE
               MOVE GP-PERIOD-NUMBER TO PERIOD-NUMBER-USED
               MOVE GP-JOURNAL-DATE TO JOURNAL-DATE-USED
               MOVE JOURNAL-DATE-USED TO H2-JOURNAL-DATE
               MOVE PERIOD-NUMBER-USED TO H2-PERIOD-NUMBER
               WRITE REPORT-LINE FROM HEADING-LINE-2
               WRITE REPORT-LINE FROM BLANK-LINE.

       030-READ-EXTRACT-RECORD.

           READ PAYEXTR
               AT END
                   SET PAYEXTR-EOF TO TRUE.
           IF NOT PAYEXTR-EOF
               IF XH-RECORD-CODE = "H"
                   IF XH-PERIOD-END-DATE NUMERIC
                       MOVE XH-PERIOD-END-DATE TO PERIOD-END-DATE-USED
                   END-IF
               ELSE IF XT-RECORD-CODE = "T"
                   SET TRAILER-FOUND TO TRUE
                   MOVE XT-RECORD-COUNT TO EXTRACT-EMPLOYEE-COUNT
                   MOVE XT-GROSS-HASH-TOTAL TO EXTRACT-GROSS-TOTAL.

       050-TERMINATE-RUN.

           SET RUN-TERMINATED TO TRUE.
           DISPLAY RS-RESULT-TEXT.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM RESULT-LINE.

       200-ACCUMULATE-JOURNAL-TOTALS.

           PERFORM 220-PROCESS-SORTED-RECORD
               UNTIL SORT-EOF.

       220-PROCESS-SORTED-RECORD.

           RETURN SORT-WORK-FILE INTO EMPLOYEE-MASTER-RECORD
               AT END
                   SET SORT-EOF TO TRUE.
           IF NOT SORT-EOF
               IF NOT UNPAID-LEAVE-STATUS
                   PERFORM 230-CALCULATE-EMPLOYEE-PAY.

       230-CALCULATE-EMPLOYEE-PAY.

           IF HOURLY-PAY-TYPE
               PERFORM 231-COMPUTE-HOURLY-PAY
           ELSE
               DIVIDE EM-ANNUAL-SALARY BY PAY-PERIODS-PER-YEAR
                   GIVING GROSS-PAY-AMOUNT ROUNDED.
           PERFORM 232-START-RETRO-SCAN.
           PERFORM 234-PROCESS-RETRO-RECORD
               UNTIL RETRO-EOF.
           MOVE ZERO TO EMPLOYEE-DEDUCTION-TOTAL.
           PERFORM 240-START-DEDUCTION-SCAN.
           PERFORM 250-PROCESS-DEDUCTION-RECORD
               UNTIL DEDUCTION-EOF.
           SUBTRACT EMPLOYEE-DEDUCTION-TOTAL FROM GROSS-PAY-AMOUNT
               GIVING NET-PAY-AMOUNT.
           ADD 1 TO EMPLOYEES-READ-COUNT.
           PERFORM 270-POST-DEPARTMENT-GROSS.
           ADD GROSS-PAY-AMOUNT TO COMPANY-GROSS-TOTAL.
           ADD EMPLOYEE-DEDUCTION-TOTAL TO COMPANY-DEDUCTION-TOTAL.
           ADD NET-PAY-AMOUNT TO COMPANY-NET-TOTAL.

       231-COMPUTE-HOURLY-PAY.

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

       232-START-RETRO-SCAN.

           MOVE "N" TO RETRO-EOF-SWITCH.
           MOVE EM-EMPLOYEE-ID TO RA-EMPLOYEE-ID.
           MOVE ZERO TO RA-AUDIT-DATE
                        RA-AUDIT-TIME.
           START RETROADJ KEY IS NOT < RA-RETRO-KEY
               INVALID KEY
                   SET RETRO-EOF TO TRUE.

       234-PROCESS-RETRO-RECORD.

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
                       PERFORM 236-HOLD-RETRO-RECOVERY
                   ELSE
                       MOVE RETRO-TEST-AMOUNT TO GROSS-PAY-AMOUNT.

       236-HOLD-RETRO-RECOVERY.

           ADD 1 TO RETRO-HELD-COUNT.
           MOVE RA-EMPLOYEE-ID TO RH-EMPLOYEE-ID.
           MOVE RA-EFFECTIVE-DATE TO RH-EFFECTIVE-DATE.
           MOVE RA-RETRO-AMOUNT TO RH-RETRO-AMOUNT.
           WRITE REPORT-LINE FROM RETRO-HELD-LINE.

       240-START-DEDUCTION-SCAN.

           MOVE "N" TO DEDUCTION-EOF-SWITCH.
           MOVE EM-EMPLOYEE-ID TO DD-EMPLOYEE-ID.
           MOVE LOW-VALUES TO DD-DEDUCTION-TYPE.
           START EMPDEDMI KEY IS NOT < DD-DEDUCTION-KEY
               INVALID KEY
                   SET DEDUCTION-EOF TO TRUE.

       250-PROCESS-DEDUCTION-RECORD.

           READ EMPDEDMI NEXT RECORD
               AT END
                   SET DEDUCTION-EOF TO TRUE.
           IF NOT DEDUCTION-EOF
               IF DD-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
                   SET DEDUCTION-EOF TO TRUE
               ELSE IF DEDUCTION-ACTIVE
                   PERFORM 255-APPLY-DEDUCTION.

       255-APPLY-DEDUCTION.

           IF PERCENT-METHOD
               MULTIPLY GROSS-PAY-AMOUNT BY DD-DEDUCTION-PERCENT
                   GIVING PERCENT-WORK-AMOUNT
               DIVIDE PERCENT-WORK-AMOUNT BY 100
                   GIVING DEDUCTION-THIS-AMOUNT ROUNDED
           ELSE
               MOVE DD-DEDUCTION-AMOUNT TO DEDUCTION-THIS-AMOUNT.
           ADD DEDUCTION-THIS-AMOUNT TO EMPLOYEE-DEDUCTION-TOTAL.
           ADD 1 TO DEDUCTIONS-READ-COUNT.
           PERFORM 260-POST-DEDUCTION-TYPE.

       260-POST-DEDUCTION-TYPE.

           SET TJ-IDX TO 1.
           SEARCH DEDUCTION-JOURNAL-ENTRY
               AT END
                   PERFORM 265-ADD-DEDUCTION-TYPE
               WHEN TJ-IDX > DEDUCTION-ENTRY-COUNT
                   PERFORM 265-ADD-DEDUCTION-TYPE
               WHEN TJ-DEDUCTION-TYPE (TJ-IDX) = DD-DEDUCTION-TYPE
                   ADD DEDUCTION-THIS-AMOUNT
                       TO TJ-AMOUNT-TOTAL (TJ-IDX).

       265-ADD-DEDUCTION-TYPE.

           IF DEDUCTION-ENTRY-COUNT < 50
               ADD 1 TO DEDUCTION-ENTRY-COUNT
               SET TJ-IDX TO DEDUCTION-ENTRY-COUNT
               MOVE DD-DEDUCTION-TYPE TO TJ-DEDUCTION-TYPE (TJ-IDX)
               MOVE DEDUCTION-THIS-AMOUNT TO TJ-AMOUNT-TOTAL (TJ-IDX)
               MOVE SPACES TO TJ-ACCOUNT-NUMBER (TJ-IDX)
                              TJ-ACCOUNT-NAME (TJ-IDX)
           ELSE
               MOVE "DEDUCTION TYPE TABLE FULL" TO EXCEPTION-TEXT
               MOVE DD-DEDUCTION-TYPE TO EXCEPTION-CODE
               PERFORM 390-RECORD-EXCEPTION.

       270-POST-DEPARTMENT-GROSS.

           SET DJ-IDX TO 1.
           SEARCH DEPARTMENT-JOURNAL-ENTRY
               AT END
                   PERFORM 275-ADD-DEPARTMENT
               WHEN DJ-IDX > DEPARTMENT-ENTRY-COUNT
                   PERFORM 275-ADD-DEPARTMENT
               WHEN DJ-DEPART-CODE (DJ-IDX) = EM-DEPART-CODE
                   ADD GROSS-PAY-AMOUNT TO DJ-GROSS-TOTAL (DJ-IDX).

       275-ADD-DEPARTMENT.

           IF DEPARTMENT-ENTRY-COUNT < 100
               ADD 1 TO DEPARTMENT-ENTRY-COUNT
               SET DJ-IDX TO DEPARTMENT-ENTRY-COUNT
               MOVE EM-DEPART-CODE TO DJ-DEPART-CODE (DJ-IDX)
               MOVE GROSS-PAY-AMOUNT TO DJ-GROSS-TOTAL (DJ-IDX)
               MOVE SPACES TO DJ-ACCOUNT-NUMBER (DJ-IDX)
                              DJ-ACCOUNT-NAME (DJ-IDX)
           ELSE
               MOVE "DEPARTMENT TABLE FULL" TO EXCEPTION-TEXT
               MOVE EM-DEPART-CODE TO EXCEPTION-CODE
               PERFORM 390-RECORD-EXCEPTION.

       300-RESOLVE-ACCOUNT-MAPPINGS.

           PERFORM 310-RESOLVE-EXPENSE-ACCOUNT
               VARYING DJ-IDX FROM 1 BY 1
               UNTIL DJ-IDX > DEPARTMENT-ENTRY-COUNT.
           PERFORM 320-RESOLVE-LIABILITY-ACCOUNT
               VARYING TJ-IDX FROM 1 BY 1
               UNTIL TJ-IDX > DEDUCTION-ENTRY-COUNT.
           PERFORM 330-RESOLVE-NET-PAY-ACCOUNT.

       310-RESOLVE-EXPENSE-ACCOUNT.

           MOVE "E" TO MAPPING-KIND-WANTED.
           MOVE DJ-DEPART-CODE (DJ-IDX) TO MAPPING-CODE-WANTED.
           PERFORM 350-READ-ACCOUNT-MAPPING.
           IF MAPPING-FOUND
               MOVE RF-GL-ACCOUNT-NUMBER TO DJ-ACCOUNT-NUMBER (DJ-IDX)
               MOVE RF-GL-ACCOUNT-NAME TO DJ-ACCOUNT-NAME (DJ-IDX)
           ELSE
               MOVE "NO SALARY EXPENSE ACCOUNT FOR DEPT"
                   TO EXCEPTION-TEXT
               MOVE DJ-DEPART-CODE (DJ-IDX) TO EXCEPTION-CODE
               PERFORM 390-RECORD-EXCEPTION.

       320-RESOLVE-LIABILITY-ACCOUNT.

           MOVE "L" TO MAPPING-KIND-WANTED.
           MOVE TJ-DEDUCTION-TYPE (TJ-IDX) TO LA-DEDUCTION-TYPE.
           MOVE LIABILITY-ACCOUNT-CODE TO MAPPING-CODE-WANTED.
           PERFORM 350-READ-ACCOUNT-MAPPING.
           IF MAPPING-FOUND
               MOVE RF-GL-ACCOUNT-NUMBER TO TJ-ACCOUNT-NUMBER (TJ-IDX)
               MOVE RF-GL-ACCOUNT-NAME TO TJ-ACCOUNT-NAME (TJ-IDX)
           ELSE
               MOVE "NO LIABILITY ACCOUNT FOR DEDUCTION TYPE"
                   TO EXCEPTION-TEXT
               MOVE TJ-DEDUCTION-TYPE (TJ-IDX) TO EXCEPTION-CODE
               PERFORM 390-RECORD-EXCEPTION.

       330-RESOLVE-NET-PAY-ACCOUNT.

           MOVE "N" TO MAPPING-KIND-WANTED.
           MOVE NET-CLEARING-CODE TO MAPPING-CODE-WANTED.
           PERFORM 350-READ-ACCOUNT-MAPPING.
           IF MAPPING-FOUND
               MOVE RF-GL-ACCOUNT-NUMBER TO NET-ACCOUNT-NUMBER
               MOVE RF-GL-ACCOUNT-NAME TO NET-ACCOUNT-NAME
           ELSE
               MOVE "NO NET PAY CLEARING ACCOUNT"
                   TO EXCEPTION-TEXT
               MOVE NET-CLEARING-CODE TO EXCEPTION-CODE
               PERFORM 390-RECORD-EXCEPTION.

       350-READ-ACCOUNT-MAPPING.

           MOVE "Y" TO MAPPING-FOUND-SWITCH.
           MOVE "G" TO RF-RECORD-TYPE.
           MOVE MAPPING-CODE-WANTED TO RF-RECORD-CODE.
           READ REFMAST
               INVALID KEY
                   MOVE "N" TO MAPPING-FOUND-SWITCH.
           IF MAPPING-FOUND
               IF NOT REFERENCE-ACTIVE
                  OR RF-GL-ACCOUNT-KIND NOT = MAPPING-KIND-WANTED
                  OR RF-GL-ACCOUNT-NUMBER = SPACES
                   MOVE "N" TO MAPPING-FOUND-SWITCH.

       390-RECORD-EXCEPTION.

           IF EXCEPTIONS-COUNT = ZERO
               WRITE REPORT-LINE FROM EXCEPTION-HEADING-LINE
               WRITE REPORT-LINE FROM BLANK-LINE.
           SET JOURNAL-REJECTED TO TRUE.
           ADD 1 TO EXCEPTIONS-COUNT.
           MOVE EXCEPTION-TEXT TO EX-EXCEPTION-TEXT.
           MOVE EXCEPTION-CODE TO EX-EXCEPTION-CODE.
           WRITE REPORT-LINE FROM EXCEPTION-LINE.

       400-PROVE-JOURNAL-TOTALS.

           MOVE ZERO TO JOURNAL-DEBIT-TOTAL
                        JOURNAL-CREDIT-TOTAL.
           PERFORM 410-ADD-EXPENSE-DEBIT
               VARYING DJ-IDX FROM 1 BY 1
               UNTIL DJ-IDX > DEPARTMENT-ENTRY-COUNT.
           PERFORM 420-ADD-LIABILITY-CREDIT
               VARYING TJ-IDX FROM 1 BY 1
               UNTIL TJ-IDX > DEDUCTION-ENTRY-COUNT.
           ADD COMPANY-NET-TOTAL TO JOURNAL-CREDIT-TOTAL.
           MOVE SPACES TO EXCEPTION-CODE.
           IF PERIOD-END-DATE-USED = ZERO
               MOVE "PAYEXTR HEADER HAS NO PERIOD END DATE"
                   TO EXCEPTION-TEXT
               PERFORM 390-RECORD-EXCEPTION.
           IF COMPANY-NET-TOTAL < ZERO
               MOVE "COMPANY NET PAY TOTAL IS NEGATIVE"
                   TO EXCEPTION-TEXT
               PERFORM 390-RECORD-EXCEPTION.
           IF JOURNAL-DEBIT-TOTAL NOT = JOURNAL-CREDIT-TOTAL
               MOVE "JOURNAL DEBITS NOT EQUAL TO CREDITS"
                   TO EXCEPTION-TEXT
               PERFORM 390-RECORD-EXCEPTION.
           IF NOT TRAILER-FOUND
               MOVE "PAYEXTR TRAILER NOT FOUND"
                   TO EXCEPTION-TEXT
               PERFORM 390-RECORD-EXCEPTION
           ELSE IF JOURNAL-DEBIT-TOTAL NOT = EXTRACT-GROSS-TOTAL
               MOVE "DEBITS DO NOT TIE TO PAYEXTR GROSS HASH"
                   TO EXCEPTION-TEXT
               PERFORM 390-RECORD-EXCEPTION
           ELSE IF EMPLOYEES-READ-COUNT NOT = EXTRACT-EMPLOYEE-COUNT
               MOVE "EMPLOYEES DO NOT TIE TO PAYEXTR COUNT"
                   TO EXCEPTION-TEXT
               PERFORM 390-RECORD-EXCEPTION.

       410-ADD-EXPENSE-DEBIT.

           ADD DJ-GROSS-TOTAL (DJ-IDX) TO JOURNAL-DEBIT-TOTAL.
           IF DJ-GROSS-TOTAL (DJ-IDX) < ZERO
               MOVE "DEPARTMENT GROSS PAY TOTAL IS NEGATIVE"
                   TO EXCEPTION-TEXT
               MOVE DJ-DEPART-CODE (DJ-IDX) TO EXCEPTION-CODE
               PERFORM 390-RECORD-EXCEPTION.

       420-ADD-LIABILITY-CREDIT.

           ADD TJ-AMOUNT-TOTAL (TJ-IDX) TO JOURNAL-CREDIT-TOTAL.
           IF TJ-AMOUNT-TOTAL (TJ-IDX) < ZERO
               MOVE "DEDUCTION TYPE TOTAL IS NEGATIVE"
                   TO EXCEPTION-TEXT
               MOVE TJ-DEDUCTION-TYPE (TJ-IDX) TO EXCEPTION-CODE
               PERFORM 390-RECORD-EXCEPTION.

       500-WRITE-JOURNAL.

           WRITE REPORT-LINE FROM HEADING-LINE-3.
           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE SPACES TO JOURNAL-HEADER-RECORD.
           MOVE "H" TO JH-RECORD-CODE.
           MOVE JOURNAL-DATE-USED TO JH-JOURNAL-DATE.
           MOVE PERIOD-NUMBER-USED TO JH-PERIOD-NUMBER.
           MOVE "EMPGLJRN" TO JH-SOURCE-PROGRAM.
           WRITE JOURNAL-HEADER-RECORD.
           PERFORM 510-WRITE-EXPENSE-ENTRY
               VARYING DJ-IDX FROM 1 BY 1
               UNTIL DJ-IDX > DEPARTMENT-ENTRY-COUNT.
           PERFORM 520-WRITE-LIABILITY-ENTRY
               VARYING TJ-IDX FROM 1 BY 1
               UNTIL TJ-IDX > DEDUCTION-ENTRY-COUNT.
           MOVE NET-ACCOUNT-NUMBER TO ENTRY-ACCOUNT-NUMBER.
           MOVE "C" TO ENTRY-DEBIT-CREDIT-CODE.
           MOVE COMPANY-NET-TOTAL TO ENTRY-AMOUNT.
           MOVE NET-CLEARING-CODE TO ENTRY-REFERENCE-CODE.
           MOVE NET-ACCOUNT-NAME TO ENTRY-DESCRIPTION.
           PERFORM 550-WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO JOURNAL-TRAILER-RECORD.
           MOVE "T" TO JT-RECORD-CODE.
           MOVE ENTRIES-WRITTEN-COUNT TO JT-ENTRY-COUNT.
           MOVE JOURNAL-DEBIT-TOTAL TO JT-DEBIT-TOTAL.
           MOVE JOURNAL-CREDIT-TOTAL TO JT-CREDIT-TOTAL.
           WRITE JOURNAL-TRAILER-RECORD.
           MOVE "JOURNAL IN BALANCE - TIES TO PAY REGISTER"
               TO RS-RESULT-TEXT.

       510-WRITE-EXPENSE-ENTRY.

           MOVE DJ-ACCOUNT-NUMBER (DJ-IDX) TO ENTRY-ACCOUNT-NUMBER.
           MOVE "D" TO ENTRY-DEBIT-CREDIT-CODE.
           MOVE DJ-GROSS-TOTAL (DJ-IDX) TO ENTRY-AMOUNT.
           MOVE DJ-DEPART-CODE (DJ-IDX) TO ENTRY-REFERENCE-CODE.
           MOVE DJ-ACCOUNT-NAME (DJ-IDX) TO ENTRY-DESCRIPTION.
           PERFORM 550-WRITE-JOURNAL-ENTRY.

       520-WRITE-LIABILITY-ENTRY.

           MOVE TJ-ACCOUNT-NUMBER (TJ-IDX) TO ENTRY-ACCOUNT-NUMBER.
           MOVE "C" TO ENTRY-DEBIT-CREDIT-CODE.
           MOVE TJ-AMOUNT-TOTAL (TJ-IDX) TO ENTRY-AMOUNT.
           MOVE TJ-DEDUCTION-TYPE (TJ-IDX) TO ENTRY-REFERENCE-CODE.
           MOVE TJ-ACCOUNT-NAME (TJ-IDX) TO ENTRY-DESCRIPTION.
           PERFORM 550-WRITE-JOURNAL-ENTRY.

       550-WRITE-JOURNAL-ENTRY.

           MOVE SPACES TO JOURNAL-DETAIL-RECORD.
           MOVE "D" TO JD-RECORD-CODE.
           MOVE ENTRY-ACCOUNT-NUMBER TO JD-ACCOUNT-NUMBER.
           MOVE ENTRY-DEBIT-CREDIT-CODE TO JD-DEBIT-CREDIT-CODE.
           MOVE ENTRY-AMOUNT TO JD-AMOUNT.
           MOVE ENTRY-REFERENCE-CODE TO JD-REFERENCE-CODE.
           MOVE ENTRY-DESCRIPTION TO JD-DESCRIPTION.
           MOVE JOURNAL-DATE-USED TO JD-JOURNAL-DATE.
           WRITE JOURNAL-DETAIL-RECORD.
           ADD 1 TO ENTRIES-WRITTEN-COUNT.
           MOVE ENTRY-ACCOUNT-NUMBER TO EL-ACCOUNT-NUMBER.
           MOVE ENTRY-DEBIT-CREDIT-CODE TO EL-DEBIT-CREDIT-CODE.
           MOVE ENTRY-AMOUNT TO EL-AMOUNT.
           MOVE ENTRY-REFERENCE-CODE TO EL-REFERENCE-CODE.
           MOVE ENTRY-DESCRIPTION TO EL-DESCRIPTION.
           WRITE REPORT-LINE FROM ENTRY-LINE.

       600-WRITE-REJECTED-JOURNAL.

           MOVE "JOURNAL REJECTED - NO ENTRIES WRITTEN"
               TO RS-RESULT-TEXT.
           DISPLAY RS-RESULT-TEXT.

       700-WRITE-PROOF-TOTALS.

           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE "TOTAL DEBITS" TO PT-LABEL.
           MOVE JOURNAL-DEBIT-TOTAL TO PT-AMOUNT.
           WRITE REPORT-LINE FROM PROOF-TOTAL-LINE.
           MOVE "TOTAL CREDITS" TO PT-LABEL.
           MOVE JOURNAL-CREDIT-TOTAL TO PT-AMOUNT.
           WRITE REPORT-LINE FROM PROOF-TOTAL-LINE.
           MOVE "REGISTER GROSS PAY" TO PT-LABEL.
           MOVE COMPANY-GROSS-TOTAL TO PT-AMOUNT.
           WRITE REPORT-LINE FROM PROOF-TOTAL-LINE.
           MOVE "REGISTER DEDUCTIONS" TO PT-LABEL.
           MOVE COMPANY-DEDUCTION-TOTAL TO PT-AMOUNT.
           WRITE REPORT-LINE FROM PROOF-TOTAL-LINE.
           MOVE "REGISTER NET PAY" TO PT-LABEL.
           MOVE COMPANY-NET-TOTAL TO PT-AMOUNT.
           WRITE REPORT-LINE FROM PROOF-TOTAL-LINE.
           MOVE "PAYEXTR GROSS HASH" TO PT-LABEL.
           MOVE EXTRACT-GROSS-TOTAL TO PT-AMOUNT.
           WRITE REPORT-LINE FROM PROOF-TOTAL-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE "EMPLOYEES READ" TO CTL-LABEL.
           MOVE EMPLOYEES-READ-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "DEDUCTIONS READ" TO CTL-LABEL.
           MOVE DEDUCTIONS-READ-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "JOURNAL ENTRIES WRITTEN" TO CTL-LABEL.
           MOVE ENTRIES-WRITTEN-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "JOURNAL EXCEPTIONS" TO CTL-LABEL.
           MOVE EXCEPTIONS-COUNT TO CTL-VALUE.
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
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM RESULT-LINE.
