       IDENTIFICATION DIVISION.

       PROGRAM-ID. EMPAPPAG.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL EMPAPPRQ ASSIGN TO EMPAPPRQ.
           SELECT REFMAST  ASSIGN TO REFMAST
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS RF-RECORD-KEY.
           SELECT APPAGRPT ASSIGN TO APPAGRPT
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  EMPAPPRQ.

       01  APPROVAL-QUEUE-RECORD.
           05  AQ-ITEM-NUMBER.
               10  AQ-STAMP-DATE       PIC 9(8).
               10  AQ-ITEM-SEQUENCE    PIC 9(7).
           05  AQ-QUEUE-DATE           PIC 9(8).
           05  AQ-APPROVAL-REASONS     PIC X(3).
           05  AQ-EMPLOYEE-NAME        PIC X(30).
           05  AQ-PRIOR-JOB-CLASS      PIC X(2).
           05  AQ-NEW-JOB-CLASS        PIC X(2).
           05  AQ-PRIOR-ANNUAL-SALARY  PIC S9(7)V99.
           05  AQ-NEW-ANNUAL-SALARY    PIC S9(7)V99.
           05  AQ-TRANSACTION.
               10  AQ-TRANSACTION-CODE PIC X.
               10  AQ-EMPLOYEE-ID      PIC X(5).
               10  FILLER              PIC X(60).
               10  AQ-ENTERED-BY       PIC X(8).
               10  FILLER              PIC X(6).
           05  FILLER                  PIC X(2).

       FD  REFMAST.

       01  REFERENCE-RECORD-AREA.
           05  RF-RECORD-KEY.
               10  RF-RECORD-TYPE      PIC X.
               10  RF-RECORD-CODE      PIC X(5).
           05  RF-DESCRIPTION          PIC X(30).
           05  RF-APPROVAL-THRESHOLDS REDEFINES RF-DESCRIPTION.
               10  RF-SALARY-APPROVAL-PERCENT
                                       PIC 9(3)V99.
               10  RF-JOB-CLASS-APPROVAL
                                       PIC X.
               10  RF-REHIRE-APPROVAL  PIC X.
               10  RF-APPROVAL-OVERDUE-DAYS
                                       PIC 9(3).
               10  FILLER              PIC X(20).
           05  RF-ACTIVE-FLAG          PIC X.
               88  REFERENCE-ACTIVE             VALUE "A".
           05  FILLER                  PIC X(13).

       FD  APPAGRPT.

       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  QUEUE-EOF-SWITCH        PIC X    VALUE "N".
               88  QUEUE-EOF                    VALUE "Y".

       01  RUN-DATE-YYYYMMDD           PIC 9(8).

       01  AGEING-WORK-FIELDS.
           05  OVERDUE-DAYS            PIC 9(3)      VALUE 5.
           05  RUN-DAY-NUMBER          PIC S9(9).
           05  DAYS-WAITING            PIC S9(5).
           05  OLDEST-DAYS-WAITING     PIC S9(5)     VALUE ZERO.

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

       01  ACCUMULATORS.
           05  ITEMS-WAITING-COUNT     PIC 9(7)      VALUE ZERO.
           05  WAITING-0-7-COUNT       PIC 9(7)      VALUE ZERO.
           05  WAITING-8-14-COUNT      PIC 9(7)      VALUE ZERO.
           05  WAITING-15-30-COUNT     PIC 9(7)      VALUE ZERO.
           05  WAITING-OVER-30-COUNT   PIC 9(7)      VALUE ZERO.
           05  OVERDUE-ITEMS-COUNT     PIC 9(7)      VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(40)
               VALUE "EMPAPPAG APPROVAL QUEUE AGEING REPORT".
           05  FILLER                  PIC X(92)  VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                  PIC X(19)
               VALUE "STATUS AS OF DATE  ".
           05  H2-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X(17)
               VALUE "  OVERDUE AFTER ".
           05  H2-OVERDUE-DAYS         PIC ZZ9.
           05  FILLER                  PIC X(5)   VALUE " DAYS".
           05  FILLER                  PIC X(80)  VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER                  PIC X(16)  VALUE "ITEM NUMBER".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE "EMPNO".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(1)   VALUE "T".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "EMPLOYEE NAME".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE "WHY".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "ENTERED".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "QUEUED".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE " DAYS".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE "JC".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE "OLD SALARY".
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE "NEW SALARY".
           05  FILLER                  PIC X(10)  VALUE SPACES.

       01  DETAIL-LINE.
           05  DL-STAMP-DATE           PIC 9(8).
           05  FILLER                  PIC X(1)   VALUE "-".
           05  DL-ITEM-SEQUENCE        PIC 9(7).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-TRANSACTION-CODE     PIC X(1).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-EMPLOYEE-NAME        PIC X(30).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-APPROVAL-REASONS     PIC X(3).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-ENTERED-BY           PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-QUEUE-DATE           PIC 9(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-DAYS-WAITING         PIC ZZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-PRIOR-JOB-CLASS      PIC X(2).
           05  FILLER                  PIC X(1)   VALUE "/".
           05  DL-NEW-JOB-CLASS        PIC X(2).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-PRIOR-ANNUAL-SALARY  PIC Z(7)9.99.
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  DL-NEW-ANNUAL-SALARY    PIC Z(7)9.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-NOTE                 PIC X(7).
           05  FILLER                  PIC X(1)   VALUE SPACES.

       01  CTL-TOTALS-LINE.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  CTL-LABEL               PIC X(25).
           05  CTL-VALUE               PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  BLANK-LINE                 PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       000-CREATE-AGEING-REPORT.

           OPEN INPUT  EMPAPPRQ
                INPUT  REFMAST
                OUTPUT APPAGRPT.
           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE RUN-DATE-YYYYMMDD TO DAY-NUMBER-DATE.
           PERFORM 400-COMPUTE-DAY-NUMBER.
           MOVE DAY-NUMBER TO RUN-DAY-NUMBER.
           PERFORM 100-READ-APPROVAL-THRESHOLDS.
           PERFORM 200-WRITE-REPORT-HEADINGS.
           PERFORM 300-PROCESS-QUEUE-ITEM
               UNTIL QUEUE-EOF.
           PERFORM 500-WRITE-CONTROL-TOTALS.
           CLOSE EMPAPPRQ
                 REFMAST
                 APPAGRPT.
           STOP RUN.

       100-READ-APPROVAL-THRESHOLDS.

           MOVE "S" TO RF-RECORD-TYPE.
           MOVE "*****" TO RF-RECORD-CODE.
           READ REFMAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REFERENCE-ACTIVE
                      AND RF-APPROVAL-OVERDUE-DAYS NUMERIC
                      AND RF-APPROVAL-OVERDUE-DAYS > ZERO
                       MOVE RF-APPROVAL-OVERDUE-DAYS TO OVERDUE-DAYS.

       200-WRITE-REPORT-HEADINGS.

           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE RUN-DATE-YYYYMMDD TO H2-RUN-DATE.
           MOVE OVERDUE-DAYS TO H2-OVERDUE-DAYS.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM HEADING-LINE-3.
           WRITE REPORT-LINE FROM BLANK-LINE.

       300-PROCESS-QUEUE-ITEM.

           READ EMPAPPRQ
               AT END
                   SET QUEUE-EOF TO TRUE.
           IF NOT QUEUE-EOF
               ADD 1 TO ITEMS-WAITING-COUNT
               PERFORM 310-COMPUTE-DAYS-WAITING
               PERFORM 320-COUNT-AGEING-BUCKET
               PERFORM 330-WRITE-DETAIL-LINE.

       310-COMPUTE-DAYS-WAITING.

           MOVE ZERO TO DAYS-WAITING.
           IF AQ-QUEUE-DATE NUMERIC
              AND AQ-QUEUE-DATE > ZERO
              AND AQ-QUEUE-DATE < RUN-DATE-YYYYMMDD
               MOVE AQ-QUEUE-DATE TO DAY-NUMBER-DATE
               PERFORM 400-COMPUTE-DAY-NUMBER
               SUBTRACT DAY-NUMBER FROM RUN-DAY-NUMBER
                   GIVING DAYS-WAITING.
           IF DAYS-WAITING > OLDEST-DAYS-WAITING
               MOVE DAYS-WAITING TO OLDEST-DAYS-WAITING.

       320-COUNT-AGEING-BUCKET.

           IF DAYS-WAITING NOT > 7
               ADD 1 TO WAITING-0-7-COUNT
           ELSE IF DAYS-WAITING NOT > 14
               ADD 1 TO WAITING-8-14-COUNT
           ELSE IF DAYS-WAITING NOT > 30
               ADD 1 TO WAITING-15-30-COUNT
           ELSE
               ADD 1 TO WAITING-OVER-30-COUNT.

       330-WRITE-DETAIL-LINE.

           MOVE AQ-STAMP-DATE TO DL-STAMP-DATE.
           MOVE AQ-ITEM-SEQUENCE TO DL-ITEM-SEQUENCE.
           MOVE AQ-EMPLOYEE-ID TO DL-EMPLOYEE-ID.
           MOVE AQ-TRANSACTION-CODE TO DL-TRANSACTION-CODE.
           MOVE AQ-EMPLOYEE-NAME TO DL-EMPLOYEE-NAME.
           MOVE AQ-APPROVAL-REASONS TO DL-APPROVAL-REASONS.
           MOVE AQ-ENTERED-BY TO DL-ENTERED-BY.
           MOVE AQ-QUEUE-DATE TO DL-QUEUE-DATE.
           MOVE DAYS-WAITING TO DL-DAYS-WAITING.
           MOVE AQ-PRIOR-JOB-CLASS TO DL-PRIOR-JOB-CLASS.
           MOVE AQ-NEW-JOB-CLASS TO DL-NEW-JOB-CLASS.
           MOVE AQ-PRIOR-ANNUAL-SALARY TO DL-PRIOR-ANNUAL-SALARY.
           MOVE AQ-NEW-ANNUAL-SALARY TO DL-NEW-ANNUAL-SALARY.
           MOVE SPACES TO DL-NOTE.
           IF DAYS-WAITING > OVERDUE-DAYS
               MOVE "OVERDUE" TO DL-NOTE
               ADD 1 TO OVERDUE-ITEMS-COUNT.
           WRITE REPORT-LINE FROM DETAIL-LINE.

       400-COMPUTE-DAY-NUMBER.

           IF DN-MONTH < 3
               MOVE 1 TO DN-MARCH-ADJUSTMENT
           ELSE
               MOVE 0 TO DN-MARCH-ADJUSTMENT.
           ADD DN-YEAR 4800 GIVING DN-SHIFTED-YEAR.
           SUBTRACT DN-MARCH-ADJUSTMENT FROM DN-SHIFTED-YEAR.
           MULTIPLY DN-MARCH-ADJUSTMENT BY 12 GIVING DN-SHIFTED-MONTH.
           ADD DN-MONTH TO DN-SHIFTED-MONTH.
           SUBTRACT 3 FROM DN-SHIFTED-MONTH.
           MULTIPLY DN-SHIFTED-MONTH BY 153 GIVING DN-WORK.
           ADD 2 TO DN-WORK.
           DIVIDE DN-WORK BY 5 GIVING DN-WORK.
           MOVE DN-DAY TO DAY-NUMBER.
           ADD DN-WORK TO DAY-NUMBER.
           MULTIPLY DN-SHIFTED-YEAR BY 365 GIVING DN-WORK.
           ADD DN-WORK TO DAY-NUMBER.
           DIVIDE DN-SHIFTED-YEAR BY 4 GIVING DN-WORK.
           ADD DN-WORK TO DAY-NUMBER.
           DIVIDE DN-SHIFTED-YEAR BY 100 GIVING DN-WORK.
           SUBTRACT DN-WORK FROM DAY-NUMBER.
           DIVIDE DN-SHIFTED-YEAR BY 400 GIVING DN-WORK.
           ADD DN-WORK TO DAY-NUMBER.
           SUBTRACT 32045 FROM DAY-NUMBER.

       500-WRITE-CONTROL-TOTALS.

           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE "ITEMS AWAITING APPROVAL" TO CTL-LABEL.
           MOVE ITEMS-WAITING-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "WAITING 0 - 7 DAYS" TO CTL-LABEL.
           MOVE WAITING-0-7-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "WAITING 8 - 14 DAYS" TO CTL-LABEL.
           MOVE WAITING-8-14-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "WAITING 15 - 30 DAYS" TO CTL-LABEL.
           MOVE WAITING-15-30-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "WAITING OVER 30 DAYS" TO CTL-LABEL.
           MOVE WAITING-OVER-30-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "OVERDUE FOR APPROVAL" TO CTL-LABEL.
           MOVE OVERDUE-ITEMS-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "OLDEST ITEM - DAYS" TO CTL-LABEL.
           MOVE OLDEST-DAYS-WAITING TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
