           SELECT EMPPENDN ASSIGN TO EMPPENDN
                           FILE STATUS IS EMPPENDN-FILE-STATUS.
           SELECT OPTIONAL EMPCKPT  ASSIGN TO EMPCKPT.
           SELECT OPTIONAL EMPAPPRQ ASSIGN TO EMPAPPRQ
                           FILE STATUS IS EMPAPPRQ-FILE-STATUS.
           SELECT EMPMASTI  ASSIGN TO EMPMASTI
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS IR-EMPLOYEE-ID
                           ALTERNATE RECORD KEY IS IR-DEPART-CODE
                               WITH DUPLICATES.

       FD  EMPTRAN.

       01  TRANSACTION-RECORD      PIC X(80).

       FD  EMPPEND.

       01  PENDING-RECORD-AREA     PIC X(80).

       FD  EMPPENDN.

       01  PENDING-RECORD-OUT      PIC X(80).

       FD  EMPCKPT.

           05  CK-LAST-EMPLOYEE-ID     PIC X(5).
           05  FILLER                  PIC X(45).

       FD  EMPAPPRQ.

       01  APPROVAL-QUEUE-RECORD.
           05  AQ-ITEM-NUMBER.
               10  AQ-STAMP-DATE       PIC 9(8).
               10  AQ-ITEM-SEQUENCE    PIC 9(7).
           05  AQ-QUEUE-DATE           PIC 9(8).
           05  AQ-APPROVAL-REASONS.
               10  AQ-SALARY-REASON    PIC X.
               10  AQ-JOB-CLASS-REASON PIC X.
               10  AQ-REHIRE-REASON    PIC X.
           05  AQ-EMPLOYEE-NAME        PIC X(30).
           05  AQ-PRIOR-JOB-CLASS      PIC X(2).
           05  AQ-NEW-JOB-CLASS        PIC X(2).
           05  AQ-PRIOR-ANNUAL-SALARY  PIC S9(7)V99.
           05  AQ-NEW-ANNUAL-SALARY    PIC S9(7)V99.
           05  AQ-TRANSACTION          PIC X(80).
           05  FILLER                  PIC X(2).

       FD  EMPMASTI.

       01  EMPLOYEE-RECORD-AREA.
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

       FD  ERRTRAN.

               88  ERR-UNKNOWN-TRANSACTION-CODE VALUE "7".
               88  ERR-REHIRE-ALREADY-ACTIVE    VALUE "8".
               88  ERR-REHIRE-NO-HISTORY        VALUE "9".
               88  ERR-OVER-POSITION-BUDGET     VALUE "A".
               88  ERR-MASTER-NOT-FOUND-START   VALUE "B".
               88  ERR-INVALID-LEAVE-DATA       VALUE "C".
               88  ERR-ALREADY-ON-LEAVE         VALUE "D".
               88  ERR-MASTER-NOT-FOUND-END     VALUE "E".
               88  ERR-NOT-ON-LEAVE             VALUE "F".
               88  ERR-REJECTED-BY-APPROVER     VALUE "G".
           05  ET-ERR-EMPLOYEE-DATA    PIC X(51).

       FD  EMPAUDIT.
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

       FD  EMPHIST.

           05  HI-ANNUAL-SALARY        PIC S9(7)V99.
           05  HI-VACATION-HOURS       PIC S9(3).
           05  HI-SICK-HOURS           PIC S9(3)V99.
           05  HI-ORIGINAL-HIRE-DATE   PIC 9(8).
           05  HI-ADJ-SERVICE-DATE     PIC 9(8).
           05  HI-EMPLOYMENT-STATUS    PIC X.
           05  HI-LEAVE-START-DATE     PIC 9(8).
           05  HI-LEAVE-RETURN-DATE    PIC 9(8).
           05  HI-PAY-TYPE             PIC X.
           05  HI-HOURLY-RATE          PIC 9(3)V99.
           05  FILLER                  PIC X(2).
           05  HI-TERMINATION-DATE     PIC 9(8).

       FD  REFMAST.
               10  RF-RECORD-TYPE      PIC X.
                   88  DEPARTMENT-ENTRY         VALUE "D".
                   88  JOB-CLASS-ENTRY          VALUE "J".
                   88  BUDGET-ENTRY             VALUE "B".
                   88  HOURLY-RATE-ENTRY        VALUE "H".
                   88  APPROVAL-THRESHOLD-ENTRY VALUE "S".
               10  RF-RECORD-CODE      PIC X(5).
           05  RF-DESCRIPTION          PIC X(30).
           05  RF-DEPARTMENT-BUDGET REDEFINES RF-DESCRIPTION.
               10  RF-BUDGET-HEADCOUNT PIC 9(5).
               10  RF-BUDGET-SALARY    PIC 9(9)V99.
               10  FILLER              PIC X(14).
           05  RF-HOURLY-RATE-BAND REDEFINES RF-DESCRIPTION.
               10  RF-MINIMUM-HOURLY-RATE
                                       PIC 9(3)V99.
               10  RF-MAXIMUM-HOURLY-RATE
                                       PIC 9(3)V99.
               10  FILLER              PIC X(20).
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
               88  HISTORY-FOUND               VALUE "Y".
           05  HOLD-TRANSACTION-SWITCH PIC X   VALUE "N".
               88  HOLD-TRANSACTION            VALUE "Y".
           05  MASTER-EOF-SWITCH       PIC X   VALUE "N".
               88  MASTER-EOF                  VALUE "Y".
           05  OVER-BUDGET-SWITCH      PIC X   VALUE "N".
               88  OVER-BUDGET                 VALUE "Y".
           05  APPROVAL-REQUIRED-SWITCH PIC X  VALUE "N".
               88  APPROVAL-REQUIRED           VALUE "Y".

       01  RUN-CONTROL-FIELDS.
           05  RUN-PROGRAM-NAME        PIC X(8)  VALUE "EMPIND02".
       01  BALANCER-STAMP-RECORD.
           05  ST-RECORD-CODE          PIC X.
           05  ST-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X(71).

       01  RESTART-FIELDS.
           05  CHECKPOINT-INTERVAL     PIC 9(3)  VALUE 1.
               88  EMPHIST-SUCCESSFUL          VALUE "00".
           05  EMPPENDN-FILE-STATUS    PIC XX.
               88  EMPPENDN-SUCCESSFUL         VALUE "00".
           05  EMPAPPRQ-FILE-STATUS    PIC XX.
               88  EMPAPPRQ-SUCCESSFUL         VALUE "00".

       01  ERROR-REASON-FIELDS.
           05  ERROR-REASON-CODE      PIC X  VALUE "1".
               10  RUN-YYMMDD          PIC 9(6).
           05  REHIRE-BREAK-CUTOFF-DATE
                                       PIC 9(8).
           05  TRANSACTION-DATE-YYYYMMDD
                                       PIC 9(8).

       01  SERVICE-BRIDGE-FIELDS.
           05  BREAK-START-DAY-NUMBER  PIC S9(9).
           05  BREAK-DAYS              PIC S9(9).

       01  DAY-NUMBER-FIELDS.
           05  DAY-NUMBER-DATE         PIC 9(8).
           05  DAY-NUMBER-DATE-PARTS REDEFINES DAY-NUMBER-DATE.
               10  DN-YEAR             PIC 9(4).
               10  DN-MONTH            PIC 99.
               10  DN-DAY              PIC 99.
           05  DN-MARCH-ADJUSTMENT     PIC S9.
           05  DN-SHIFTED-YEAR         PIC S9(5).
           05  DN-SHIFTED-MONTH        PIC S9(3).
           05  DN-CENTURY-COUNT        PIC S9(5).
           05  DN-YEAR-COUNT           PIC S9(5).
           05  DN-WORK                 PIC S9(9).
           05  DN-PERIOD-WORK          PIC S9(9).
           05  DAY-NUMBER              PIC S9(9).

       01  CONTROL-TOTALS.
           05  CT-ADDS-COUNT           PIC 9(7)  VALUE ZERO.
           05  CT-DELETES-COUNT        PIC 9(7)  VALUE ZERO.
           05  CT-REHIRES-COUNT        PIC 9(7)  VALUE ZERO.
           05  CT-LEAVE-COUNT          PIC 9(7)  VALUE ZERO.
           05  CT-LEAVE-STARTS-COUNT   PIC 9(7)  VALUE ZERO.
           05  CT-LEAVE-ENDS-COUNT     PIC 9(7)  VALUE ZERO.
           05  CT-REJECTS-COUNT        PIC 9(7)  VALUE ZERO.
           05  CT-HELD-COUNT           PIC 9(7)  VALUE ZERO.
           05  CT-RELEASED-COUNT       PIC 9(7)  VALUE ZERO.
           05  CT-OVERRIDES-COUNT      PIC 9(7)  VALUE ZERO.
           05  CT-QUEUED-COUNT         PIC 9(7)  VALUE ZERO.
           05  CT-TRANSACTIONS-COUNT   PIC 9(7)  VALUE ZERO.

       01  CTL-HEADING-LINE.
       01  REFERENCE-TABLE-COUNTS.
           05  VALID-DEPARTMENT-COUNT  PIC S9(3) COMP VALUE ZERO.
           05  VALID-JOB-CLASS-COUNT   PIC S9(3) COMP VALUE ZERO.
           05  DEPARTMENT-BUDGET-COUNT PIC S9(3) COMP VALUE ZERO.
           05  HOURLY-RATE-BAND-COUNT  PIC S9(3) COMP VALUE ZERO.

       01  VALID-DEPARTMENT-TABLE.
           05  VALID-DEPARTMENT-ENTRY OCCURS 1 TO 100 TIMES
                   INDEXED BY JOBC-IDX
                                       PIC X(2).

       01  DEPARTMENT-BUDGET-TABLE.
           05  DEPARTMENT-BUDGET-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON DEPARTMENT-BUDGET-COUNT
                   INDEXED BY BUDG-IDX.
               10  DB-DEPART-CODE      PIC X(5).
               10  DB-AUTHORIZED-HEADCOUNT
                                       PIC 9(5).
               10  DB-AUTHORIZED-SALARY
                                       PIC 9(9)V99.
               10  DB-ACTUAL-HEADCOUNT PIC S9(5)     COMP.
               10  DB-ACTUAL-SALARY    PIC S9(9)V99.

       01  HOURLY-RATE-BAND-TABLE.
           05  HOURLY-RATE-BAND-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON HOURLY-RATE-BAND-COUNT
                   INDEXED BY RATE-IDX.
               10  RB-JOB-CLASS        PIC X(2).
               10  RB-MINIMUM-RATE     PIC 9(3)V99.
               10  RB-MAXIMUM-RATE     PIC 9(3)V99.

       01  BUDGET-WORK-FIELDS.
           05  BUDGET-DEPART-CODE      PIC X(5).
           05  BUDGET-HEADCOUNT-CHANGE PIC S9(1).
           05  BUDGET-SALARY-CHANGE    PIC S9(7)V99.
           05  BUDGET-NEW-DEPART-CODE  PIC X(5).
           05  BUDGET-NEW-SALARY       PIC S9(7)V99.
           05  BUDGET-HEADCOUNT-RESULT PIC S9(5).
           05  BUDGET-SALARY-RESULT    PIC S9(9)V99.

       01  PAY-TYPE-WORK-FIELDS.
           05  NEW-PAY-TYPE            PIC X.
               88  NEW-HOURLY-PAY               VALUE "H".
           05  NEW-JOB-CLASS           PIC X(2).
           05  NEW-HOURLY-RATE         PIC 9(3)V99.
           05  NEW-ANNUAL-SALARY       PIC S9(7)V99.
           05  STANDARD-ANNUAL-HOURS   PIC 9(4)      VALUE 2080.

       01  APPROVAL-THRESHOLDS.
           05  SALARY-APPROVAL-PERCENT PIC 9(3)V99   VALUE 10.00.
           05  JOB-CLASS-APPROVAL-FLAG PIC X         VALUE "Y".
               88  JOB-CLASS-APPROVAL-REQUIRED       VALUE "Y".
           05  REHIRE-APPROVAL-FLAG    PIC X         VALUE "Y".
               88  REHIRE-APPROVAL-REQUIRED          VALUE "Y".

       01  APPROVAL-WORK-FIELDS.
           05  APPROVAL-REASON-FLAGS.
               10  SALARY-APPROVAL-REASON
                                       PIC X.
               10  JOB-CLASS-APPROVAL-REASON
                                       PIC X.
               10  REHIRE-APPROVAL-REASON
                                       PIC X.
           05  APPROVAL-EMPLOYEE-NAME  PIC X(30).
           05  APPROVAL-PRIOR-JOB-CLASS
                                       PIC X(2).
           05  APPROVAL-NEW-JOB-CLASS  PIC X(2).
           05  APPROVAL-PRIOR-SALARY   PIC S9(7)V99.
           05  APPROVAL-NEW-SALARY     PIC S9(7)V99.
           05  SALARY-CHANGE-AMOUNT    PIC S9(7)V99.
           05  SALARY-CHANGE-WORK      PIC S9(9)V99.
           05  SALARY-CHANGE-PERCENT   PIC S9(9)V99.

       01  SALARY-RANGE-LIMITS.
           05  MINIMUM-ANNUAL-SALARY   PIC S9(7)V99  VALUE 10000.00.
           05  MAXIMUM-ANNUAL-SALARY   PIC S9(7)V99  VALUE 250000.00.
               88  REHIRE-RECORD               VALUE "R".
               88  VACATION-TRANSACTION        VALUE "V".
               88  SICK-TRANSACTION            VALUE "S".
               88  START-LEAVE-RECORD          VALUE "L".
               88  END-LEAVE-RECORD            VALUE "E".
           05  ET-MASTER-DATA.
               10  ET-EMPLOYEE-ID        PIC X(5).
               10  ET-EMPLOYEE-NAME      PIC X(30).
               10  ET-LEAVE-EMPLOYEE-ID  PIC X(5).
               10  ET-LEAVE-HOURS        PIC S9(3)V99.
               10  FILLER                PIC X(41).
           05  ET-STATUS-DATA REDEFINES ET-MASTER-DATA.
               10  ET-STATUS-EMPLOYEE-ID PIC X(5).
               10  ET-LEAVE-TYPE         PIC X.
                   88  VALID-LEAVE-TYPE        VALUE "U" "P" "S".
               10  ET-EXPECTED-RETURN-DATE
                                         PIC 9(8).
               10  FILLER                PIC X(37).
           05  ET-EFFECTIVE-DATE         PIC 9(7).
           05  ET-OVERRIDE-FLAG          PIC X.
               88  BUDGET-OVERRIDE             VALUE "Y".
           05  ET-PAY-TYPE               PIC X.
               88  VALID-PAY-TYPE              VALUE "S" "H" " ".
           05  ET-HOURLY-RATE            PIC 9(3)V99.
           05  ET-ENTERED-BY             PIC X(8).
           05  ET-APPROVAL-MARK          PIC X.
               88  CHANGE-APPROVED             VALUE "Y".
           05  FILLER                    PIC X(5).

       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-ID            PIC X(5).
           05  EM-ANNUAL-SALARY          PIC S9(7)V99.
           05  EM-VACATION-HOURS         PIC S9(3).
           05  EM-SICK-HOURS             PIC S9(3)v99.
           05  EM-ORIGINAL-HIRE-DATE     PIC 9(8).
           05  EM-ADJ-SERVICE-DATE       PIC 9(8).
           05  EM-EMPLOYMENT-STATUS      PIC X.
               88  ACTIVE-STATUS               VALUE "A" " ".
               88  ON-LEAVE-STATUS             VALUE "U" "P" "S".
           05  EM-LEAVE-START-DATE       PIC 9(8).
           05  EM-LEAVE-RETURN-DATE      PIC 9(8).
           05  EM-PAY-TYPE               PIC X.
               88  HOURLY-PAY-TYPE             VALUE "H".
           05  EM-HOURLY-RATE            PIC 9(3)V99.
           05  FILLER                    PIC X(2).

       01  SAVED-HISTORY-RECORD.
           05  SH-EMPLOYEE-ID            PIC X(5).
           05  SH-ANNUAL-SALARY          PIC S9(7)V99.
           05  SH-VACATION-HOURS         PIC S9(3).
           05  SH-SICK-HOURS             PIC S9(3)V99.
           05  SH-ORIGINAL-HIRE-DATE     PIC 9(8).
           05  SH-ADJ-SERVICE-DATE       PIC 9(8).
           05  SH-EMPLOYMENT-STATUS      PIC X.
           05  SH-LEAVE-START-DATE       PIC 9(8).
           05  SH-LEAVE-RETURN-DATE      PIC 9(8).
           05  SH-PAY-TYPE               PIC X.
           05  SH-HOURLY-RATE            PIC 9(3)V99.
           05  FILLER                    PIC X(2).
           05  SH-TERMINATION-DATE       PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM 001-SET-RUN-DATE.
           PERFORM 002-READ-CHECKPOINT-RECORD.
           PERFORM 003-LOAD-REFERENCE-TABLES.
           IF DEPARTMENT-BUDGET-COUNT > ZERO
               PERFORM 011-LOAD-DEPARTMENT-ACTUALS.
           PERFORM 004-OPEN-AUDIT-TRAIL-FILES.
           PERFORM 007-VERIFY-BALANCED-INPUT.
           PERFORM 005-RESTART-FROM-CHECKPOINT.
                 ERRTRAN
                 EMPAUDIT
                 EMPHIST
                 EMPAPPRQ
                 CTLRPT.

       001-SET-RUN-DATE.

           OPEN EXTEND EMPAUDIT.
           OPEN EXTEND EMPHIST.
           OPEN EXTEND EMPAPPRQ.

       005-RESTART-FROM-CHECKPOINT.

                                   (VALID-JOB-CLASS-COUNT)
                       ELSE
                           DISPLAY "JOB CLASS TABLE FULL - CODE "
                               RF-RECORD-CODE " NOT LOADED"
                   ELSE IF BUDGET-ENTRY
                       IF DEPARTMENT-BUDGET-COUNT < 100
                           ADD 1 TO DEPARTMENT-BUDGET-COUNT
                           SET BUDG-IDX TO DEPARTMENT-BUDGET-COUNT
                           MOVE RF-RECORD-CODE
                               TO DB-DEPART-CODE (BUDG-IDX)
                           MOVE RF-BUDGET-HEADCOUNT
                               TO DB-AUTHORIZED-HEADCOUNT (BUDG-IDX)
                           MOVE RF-BUDGET-SALARY
                               TO DB-AUTHORIZED-SALARY (BUDG-IDX)
                           MOVE ZERO TO DB-ACTUAL-HEADCOUNT (BUDG-IDX)
                                        DB-ACTUAL-SALARY (BUDG-IDX)
                       ELSE
                           DISPLAY "BUDGET TABLE FULL - CODE "
                               RF-RECORD-CODE " NOT LOADED"
                   ELSE IF HOURLY-RATE-ENTRY
                       IF HOURLY-RATE-BAND-COUNT < 50
                           ADD 1 TO HOURLY-RATE-BAND-COUNT
                           SET RATE-IDX TO HOURLY-RATE-BAND-COUNT
                           MOVE RF-RECORD-CODE
                               TO RB-JOB-CLASS (RATE-IDX)
                           MOVE RF-MINIMUM-HOURLY-RATE
                               TO RB-MINIMUM-RATE (RATE-IDX)
                           MOVE RF-MAXIMUM-HOURLY-RATE
                               TO RB-MAXIMUM-RATE (RATE-IDX)
                       ELSE
                           DISPLAY "RATE BAND TABLE FULL - CODE "
                               RF-RECORD-CODE " NOT LOADED"
                   ELSE IF APPROVAL-THRESHOLD-ENTRY
                       IF RF-RECORD-CODE = "*****"
                           MOVE RF-SALARY-APPROVAL-PERCENT
                               TO SALARY-APPROVAL-PERCENT
                           MOVE RF-JOB-CLASS-APPROVAL
                               TO JOB-CLASS-APPROVAL-FLAG
                           MOVE RF-REHIRE-APPROVAL
                               TO REHIRE-APPROVAL-FLAG.

       007-VERIFY-BALANCED-INPUT.

           IF NOT TRANSACTION-EOF
               ADD 1 TO SKIP-RECORDS-READ.

       011-LOAD-DEPARTMENT-ACTUALS.

           MOVE LOW-VALUES TO IR-EMPLOYEE-ID.
           START EMPMASTI KEY IS NOT < IR-EMPLOYEE-ID
               INVALID KEY
                   SET MASTER-EOF TO TRUE.
           PERFORM 012-ACCUMULATE-DEPARTMENT-ACTUAL
               UNTIL MASTER-EOF.

       012-ACCUMULATE-DEPARTMENT-ACTUAL.

           READ EMPMASTI NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE.
           IF NOT MASTER-EOF
               MOVE IR-DEPART-CODE TO BUDGET-DEPART-CODE
               MOVE 1 TO BUDGET-HEADCOUNT-CHANGE
               MOVE IR-ANNUAL-SALARY TO BUDGET-SALARY-CHANGE
               PERFORM 349-POST-BUDGET-ACTUAL.

       300-MAINTAIN-EMPLOYEE-RECORD.

           PERFORM 310-READ-EMPLOYEE-TRANSACTION.

           IF PENDING-PHASE
               ADD 1 TO CT-RELEASED-COUNT.
           MOVE "N" TO APPROVAL-REQUIRED-SWITCH.
           PERFORM 320-READ-EMPLOYEE-MASTER.
           IF DELETE-RECORD
               IF MASTER-FOUND
               ELSE
                   SET VALIDATE-FOR-ADD-RECORD TO TRUE
                   PERFORM 345-VALIDATE-TRANSACTION-DATA
                   IF VALID-TRANSACTION
                       MOVE ET-DEPART-CODE TO BUDGET-DEPART-CODE
                       MOVE 1 TO BUDGET-HEADCOUNT-CHANGE
                       MOVE NEW-ANNUAL-SALARY TO BUDGET-SALARY-CHANGE
                       PERFORM 346-CHECK-POSITION-BUDGET
                   END-IF
                   IF VALID-TRANSACTION
                       PERFORM 340-ADD-EMPLOYEE-RECORD
                   ELSE IF OVER-BUDGET
                       PERFORM 324-SET-VALIDATION-FAILURE-DATA
                       MOVE "A" TO ERROR-REASON-CODE
                       PERFORM 380-WRITE-ERROR-TRANSACTION
                   ELSE
                       PERFORM 324-SET-VALIDATION-FAILURE-DATA
                       MOVE "4" TO ERROR-REASON-CODE
                   SET VALIDATE-FOR-CHANGE-RECORD TO TRUE
                   PERFORM 345-VALIDATE-TRANSACTION-DATA
                   IF VALID-TRANSACTION
                       PERFORM 325-CHECK-CHANGE-APPROVAL
                   END-IF
                   IF VALID-TRANSACTION
                      AND NOT APPROVAL-REQUIRED
                       PERFORM 347-CHECK-CHANGE-BUDGET
                   END-IF
                   IF APPROVAL-REQUIRED
                       PERFORM 328-QUEUE-FOR-APPROVAL
                   ELSE IF VALID-TRANSACTION
                       PERFORM 360-CHANGE-EMPLOYEE-RECORD
                   ELSE IF OVER-BUDGET
                       PERFORM 324-SET-VALIDATION-FAILURE-DATA
                       MOVE "A" TO ERROR-REASON-CODE
                       PERFORM 380-WRITE-ERROR-TRANSACTION
                   ELSE
                       PERFORM 324-SET-VALIDATION-FAILURE-DATA
                       MOVE "4" TO ERROR-REASON-CODE
                   PERFORM 380-WRITE-ERROR-TRANSACTION
               ELSE
                   PERFORM 334-REHIRE-EMPLOYEE-RECORD
           ELSE IF START-LEAVE-RECORD
               IF MASTER-FOUND
                   PERFORM 375-VALIDATE-LEAVE-START
                   IF VALID-TRANSACTION
                       PERFORM 376-POST-LEAVE-START
                   ELSE
                       PERFORM 380-WRITE-ERROR-TRANSACTION
               ELSE
                   MOVE "B" TO ERROR-REASON-CODE
                   PERFORM 380-WRITE-ERROR-TRANSACTION
           ELSE IF END-LEAVE-RECORD
               IF MASTER-FOUND
                   IF ON-LEAVE-STATUS
                       PERFORM 377-POST-LEAVE-END
                   ELSE
                       MOVE "F" TO ERROR-REASON-CODE
                       PERFORM 380-WRITE-ERROR-TRANSACTION
               ELSE
                   MOVE "E" TO ERROR-REASON-CODE
                   PERFORM 380-WRITE-ERROR-TRANSACTION
           ELSE
               MOVE "7" TO ERROR-REASON-CODE
               PERFORM 380-WRITE-ERROR-TRANSACTION.
           IF NOT PENDING-PHASE
               READ EMPTRAN INTO EMPLOYEE-TRANSACTION
                   AT END
                       SET TRANSACTION-EOF TO TRUE
                   NOT AT END
                       MOVE SPACE TO ET-APPROVAL-MARK.

       312-READ-PENDING-TRANSACTION.


       322-SET-NOT-FOUND-IDENTIFICATION.

           MOVE SPACES TO EMPLOYEE-MASTER-RECORD.
           MOVE ET-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
           IF VACATION-TRANSACTION OR SICK-TRANSACTION
              OR START-LEAVE-RECORD OR END-LEAVE-RECORD
               MOVE SPACES TO EM-EMPLOYEE-NAME
           ELSE
               MOVE ET-EMPLOYEE-NAME TO EM-EMPLOYEE-NAME.
                           EM-JOB-CLASS.
           MOVE ZEROS TO EM-ANNUAL-SALARY
                          EM-VACATION-HOURS
                          EM-SICK-HOURS
                          EM-ORIGINAL-HIRE-DATE
                          EM-ADJ-SERVICE-DATE
                          EM-LEAVE-START-DATE
                          EM-LEAVE-RETURN-DATE
                          EM-HOURLY-RATE.

       324-SET-VALIDATION-FAILURE-DATA.

           MOVE ET-JOB-CLASS TO EM-JOB-CLASS.
           MOVE ET-ANNUAL-SALARY TO EM-ANNUAL-SALARY.

       325-CHECK-CHANGE-APPROVAL.

           MOVE "N" TO APPROVAL-REQUIRED-SWITCH.
           MOVE SPACES TO APPROVAL-REASON-FLAGS.
           IF NOT PENDING-PHASE
              OR NOT CHANGE-APPROVED
               IF SALARY-APPROVAL-PERCENT > ZERO
                  AND NEW-ANNUAL-SALARY NOT = EM-ANNUAL-SALARY
                   PERFORM 326-TEST-SALARY-CHANGE
               END-IF
               IF JOB-CLASS-APPROVAL-REQUIRED
                  AND NEW-JOB-CLASS NOT = EM-JOB-CLASS
                   MOVE "J" TO JOB-CLASS-APPROVAL-REASON
                   SET APPROVAL-REQUIRED TO TRUE.
           IF APPROVAL-REQUIRED
               MOVE EM-EMPLOYEE-NAME TO APPROVAL-EMPLOYEE-NAME
               MOVE EM-JOB-CLASS TO APPROVAL-PRIOR-JOB-CLASS
               MOVE NEW-JOB-CLASS TO APPROVAL-NEW-JOB-CLASS
               MOVE EM-ANNUAL-SALARY TO APPROVAL-PRIOR-SALARY
               MOVE NEW-ANNUAL-SALARY TO APPROVAL-NEW-SALARY.

       326-TEST-SALARY-CHANGE.

           IF NEW-ANNUAL-SALARY > EM-ANNUAL-SALARY
               SUBTRACT EM-ANNUAL-SALARY FROM NEW-ANNUAL-SALARY
                   GIVING SALARY-CHANGE-AMOUNT
           ELSE
               SUBTRACT NEW-ANNUAL-SALARY FROM EM-ANNUAL-SALARY
                   GIVING SALARY-CHANGE-AMOUNT.
           IF EM-ANNUAL-SALARY NOT > ZERO
               MOVE "S" TO SALARY-APPROVAL-REASON
           ELSE
               MULTIPLY SALARY-CHANGE-AMOUNT BY 100
                   GIVING SALARY-CHANGE-WORK
               DIVIDE SALARY-CHANGE-WORK BY EM-ANNUAL-SALARY
                   GIVING SALARY-CHANGE-PERCENT ROUNDED
               IF SALARY-CHANGE-PERCENT > SALARY-APPROVAL-PERCENT
                   MOVE "S" TO SALARY-APPROVAL-REASON.
           IF SALARY-APPROVAL-REASON = "S"
               SET APPROVAL-REQUIRED TO TRUE.

       327-CHECK-REHIRE-APPROVAL.

           MOVE "N" TO APPROVAL-REQUIRED-SWITCH.
           MOVE SPACES TO APPROVAL-REASON-FLAGS.
           IF REHIRE-APPROVAL-REQUIRED
              AND (NOT PENDING-PHASE OR NOT CHANGE-APPROVED)
               MOVE "R" TO REHIRE-APPROVAL-REASON
               SET APPROVAL-REQUIRED TO TRUE
               MOVE SH-EMPLOYEE-NAME TO APPROVAL-EMPLOYEE-NAME
               MOVE SH-JOB-CLASS TO APPROVAL-PRIOR-JOB-CLASS
                                    APPROVAL-NEW-JOB-CLASS
               MOVE SH-ANNUAL-SALARY TO APPROVAL-PRIOR-SALARY
                                        APPROVAL-NEW-SALARY.

       328-QUEUE-FOR-APPROVAL.

           MOVE SPACES TO APPROVAL-QUEUE-RECORD.
           MOVE POSTED-STAMP-DATE TO AQ-STAMP-DATE.
           ADD 1 TRANSACTION-COUNT GIVING AQ-ITEM-SEQUENCE.
           MOVE RUN-DATE-YYYYMMDD TO AQ-QUEUE-DATE.
           MOVE APPROVAL-REASON-FLAGS TO AQ-APPROVAL-REASONS.
           MOVE APPROVAL-EMPLOYEE-NAME TO AQ-EMPLOYEE-NAME.
           MOVE APPROVAL-PRIOR-JOB-CLASS TO AQ-PRIOR-JOB-CLASS.
           MOVE APPROVAL-NEW-JOB-CLASS TO AQ-NEW-JOB-CLASS.
           MOVE APPROVAL-PRIOR-SALARY TO AQ-PRIOR-ANNUAL-SALARY.
           MOVE APPROVAL-NEW-SALARY TO AQ-NEW-ANNUAL-SALARY.
           MOVE SPACE TO ET-APPROVAL-MARK.
           MOVE EMPLOYEE-TRANSACTION TO AQ-TRANSACTION.
           WRITE APPROVAL-QUEUE-RECORD.
           IF NOT EMPAPPRQ-SUCCESSFUL
               DISPLAY "WRITE ERROR ON EMPAPPRQ FOR ITEM NUMBER "
                   ET-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " EMPAPPRQ-FILE-STATUS
               SET RUN-FAILED TO TRUE
               SET TRANSACTION-EOF TO TRUE.
           ADD 1 TO CT-QUEUED-COUNT.

       330-DELETE-EMPLOYEE-RECORD.

           MOVE EM-EMPLOYEE-NAME TO AU-BEFORE-EMPLOYEE-NAME.
           MOVE EM-ANNUAL-SALARY TO AU-BEFORE-ANNUAL-SALARY.
           MOVE EM-VACATION-HOURS TO AU-BEFORE-VACATION-HOURS.
           MOVE EM-SICK-HOURS TO AU-BEFORE-SICK-HOURS.
           MOVE EM-ORIGINAL-HIRE-DATE TO AU-BEFORE-ORIGINAL-HIRE-DATE.
           MOVE EM-ADJ-SERVICE-DATE TO AU-BEFORE-ADJ-SERVICE-DATE.
           MOVE EM-EMPLOYMENT-STATUS TO AU-BEFORE-EMPLOYMENT-STATUS.
           MOVE EM-LEAVE-START-DATE TO AU-BEFORE-LEAVE-START-DATE.
           MOVE EM-LEAVE-RETURN-DATE TO AU-BEFORE-LEAVE-RETURN-DATE.
           MOVE EM-PAY-TYPE TO AU-BEFORE-PAY-TYPE.
           MOVE EM-HOURLY-RATE TO AU-BEFORE-HOURLY-RATE.
           MOVE SPACES TO AU-AFTER-EMPLOYEE-NAME
                           AU-AFTER-DEPART-CODE
                           AU-AFTER-JOB-CLASS
                           AU-AFTER-EMPLOYMENT-STATUS
                           AU-AFTER-PAY-TYPE.
           MOVE ZEROS TO AU-AFTER-ANNUAL-SALARY
                          AU-AFTER-VACATION-HOURS
                          AU-AFTER-SICK-HOURS
                          AU-AFTER-ORIGINAL-HIRE-DATE
                          AU-AFTER-ADJ-SERVICE-DATE
                          AU-AFTER-LEAVE-START-DATE
                          AU-AFTER-LEAVE-RETURN-DATE
                          AU-AFTER-HOURLY-RATE.

           PERFORM 332-WRITE-HISTORY-RECORD.

           IF EMPHIST-SUCCESSFUL
               DELETE EMPMASTI
               PERFORM 385-WRITE-AUDIT-RECORD
               ADD 1 TO CT-DELETES-COUNT
               MOVE EM-DEPART-CODE TO BUDGET-DEPART-CODE
               MOVE -1 TO BUDGET-HEADCOUNT-CHANGE
               SUBTRACT EM-ANNUAL-SALARY FROM ZERO
                   GIVING BUDGET-SALARY-CHANGE
               PERFORM 349-POST-BUDGET-ACTUAL.

       332-WRITE-HISTORY-RECORD.

           MOVE EM-ANNUAL-SALARY    TO HI-ANNUAL-SALARY.
           MOVE EM-VACATION-HOURS   TO HI-VACATION-HOURS.
           MOVE EM-SICK-HOURS       TO HI-SICK-HOURS.
           MOVE EM-ORIGINAL-HIRE-DATE TO HI-ORIGINAL-HIRE-DATE.
           MOVE EM-ADJ-SERVICE-DATE TO HI-ADJ-SERVICE-DATE.
           MOVE EM-EMPLOYMENT-STATUS TO HI-EMPLOYMENT-STATUS.
           MOVE EM-LEAVE-START-DATE TO HI-LEAVE-START-DATE.
           MOVE EM-LEAVE-RETURN-DATE TO HI-LEAVE-RETURN-DATE.
           MOVE EM-PAY-TYPE         TO HI-PAY-TYPE.
           MOVE EM-HOURLY-RATE      TO HI-HOURLY-RATE.
           ACCEPT HI-TERMINATION-DATE FROM DATE YYYYMMDD.
           WRITE HISTORY-RECORD-AREA.
           IF NOT EMPHIST-SUCCESSFUL

           PERFORM 336-FIND-HISTORY-RECORD.
           IF HISTORY-FOUND
               PERFORM 327-CHECK-REHIRE-APPROVAL.
           IF NOT HISTORY-FOUND
               MOVE "9" TO ERROR-REASON-CODE
               PERFORM 380-WRITE-ERROR-TRANSACTION
           ELSE IF APPROVAL-REQUIRED
               PERFORM 328-QUEUE-FOR-APPROVAL
           ELSE
               SET VALID-TRANSACTION TO TRUE
               MOVE SH-DEPART-CODE TO BUDGET-DEPART-CODE
               MOVE 1 TO BUDGET-HEADCOUNT-CHANGE
               MOVE SH-ANNUAL-SALARY TO BUDGET-SALARY-CHANGE
               PERFORM 346-CHECK-POSITION-BUDGET
               IF VALID-TRANSACTION
                   PERFORM 338-REINSTATE-EMPLOYEE-RECORD
               ELSE
                   MOVE SH-DEPART-CODE TO EM-DEPART-CODE
                   MOVE SH-JOB-CLASS TO EM-JOB-CLASS
                   MOVE SH-ANNUAL-SALARY TO EM-ANNUAL-SALARY
                   MOVE "A" TO ERROR-REASON-CODE
                   PERFORM 380-WRITE-ERROR-TRANSACTION.

       336-FIND-HISTORY-RECORD.

           MOVE SH-DEPART-CODE TO EM-DEPART-CODE.
           MOVE SH-JOB-CLASS TO EM-JOB-CLASS.
           MOVE SH-ANNUAL-SALARY TO EM-ANNUAL-SALARY.
           MOVE SH-PAY-TYPE TO EM-PAY-TYPE.
           IF SH-HOURLY-RATE NUMERIC
               MOVE SH-HOURLY-RATE TO EM-HOURLY-RATE
           ELSE
               MOVE ZEROS TO EM-HOURLY-RATE.
           PERFORM 342-SET-TRANSACTION-DATE.
           IF SH-ORIGINAL-HIRE-DATE NUMERIC
              AND SH-ORIGINAL-HIRE-DATE > ZERO
               MOVE SH-ORIGINAL-HIRE-DATE TO EM-ORIGINAL-HIRE-DATE
           ELSE
               MOVE TRANSACTION-DATE-YYYYMMDD TO EM-ORIGINAL-HIRE-DATE.
           IF SH-TERMINATION-DATE >= REHIRE-BREAK-CUTOFF-DATE
               MOVE SH-VACATION-HOURS TO EM-VACATION-HOURS
               MOVE SH-SICK-HOURS TO EM-SICK-HOURS
               PERFORM 339-BRIDGE-PRIOR-SERVICE
           ELSE
               MOVE ZEROS TO EM-VACATION-HOURS
                             EM-SICK-HOURS
               MOVE TRANSACTION-DATE-YYYYMMDD TO EM-ADJ-SERVICE-DATE.
           MOVE "A" TO EM-EMPLOYMENT-STATUS.
           MOVE ZEROS TO EM-LEAVE-START-DATE
                         EM-LEAVE-RETURN-DATE.

           MOVE SPACES TO AU-BEFORE-EMPLOYEE-NAME
                           AU-BEFORE-DEPART-CODE
                           AU-BEFORE-JOB-CLASS
                           AU-BEFORE-EMPLOYMENT-STATUS
                           AU-BEFORE-PAY-TYPE.
           MOVE ZEROS TO AU-BEFORE-ANNUAL-SALARY
                          AU-BEFORE-VACATION-HOURS
                          AU-BEFORE-SICK-HOURS
                          AU-BEFORE-ORIGINAL-HIRE-DATE
                          AU-BEFORE-ADJ-SERVICE-DATE
                          AU-BEFORE-LEAVE-START-DATE
                          AU-BEFORE-LEAVE-RETURN-DATE
                          AU-BEFORE-HOURLY-RATE.

           PERFORM 350-WRITE-EMPLOYEE-RECORD.

               MOVE EM-ANNUAL-SALARY TO AU-AFTER-ANNUAL-SALARY
               MOVE EM-VACATION-HOURS TO AU-AFTER-VACATION-HOURS
               MOVE EM-SICK-HOURS TO AU-AFTER-SICK-HOURS
               MOVE EM-ORIGINAL-HIRE-DATE
                   TO AU-AFTER-ORIGINAL-HIRE-DATE
               MOVE EM-ADJ-SERVICE-DATE TO AU-AFTER-ADJ-SERVICE-DATE
               MOVE EM-EMPLOYMENT-STATUS TO AU-AFTER-EMPLOYMENT-STATUS
               MOVE EM-LEAVE-START-DATE TO AU-AFTER-LEAVE-START-DATE
               MOVE EM-LEAVE-RETURN-DATE
                   TO AU-AFTER-LEAVE-RETURN-DATE
               MOVE EM-PAY-TYPE TO AU-AFTER-PAY-TYPE
               MOVE EM-HOURLY-RATE TO AU-AFTER-HOURLY-RATE
               PERFORM 385-WRITE-AUDIT-RECORD
               ADD 1 TO CT-REHIRES-COUNT
               MOVE EM-DEPART-CODE TO BUDGET-DEPART-CODE
               MOVE 1 TO BUDGET-HEADCOUNT-CHANGE
               MOVE EM-ANNUAL-SALARY TO BUDGET-SALARY-CHANGE
               PERFORM 349-POST-BUDGET-ACTUAL.

       339-BRIDGE-PRIOR-SERVICE.

           IF SH-ADJ-SERVICE-DATE NUMERIC
              AND SH-ADJ-SERVICE-DATE > ZERO
               IF SH-TERMINATION-DATE < TRANSACTION-DATE-YYYYMMDD
                   MOVE SH-TERMINATION-DATE TO DAY-NUMBER-DATE
                   PERFORM 343-COMPUTE-DAY-NUMBER
                   MOVE DAY-NUMBER TO BREAK-START-DAY-NUMBER
                   MOVE TRANSACTION-DATE-YYYYMMDD TO DAY-NUMBER-DATE
                   PERFORM 343-COMPUTE-DAY-NUMBER
                   SUBTRACT BREAK-START-DAY-NUMBER FROM DAY-NUMBER
                       GIVING BREAK-DAYS
                   MOVE SH-ADJ-SERVICE-DATE TO DAY-NUMBER-DATE
                   PERFORM 343-COMPUTE-DAY-NUMBER
                   ADD BREAK-DAYS TO DAY-NUMBER
                   PERFORM 344-CONVERT-DAY-NUMBER
                   MOVE DAY-NUMBER-DATE TO EM-ADJ-SERVICE-DATE
               ELSE
                   MOVE SH-ADJ-SERVICE-DATE TO EM-ADJ-SERVICE-DATE
               END-IF
           ELSE
               MOVE TRANSACTION-DATE-YYYYMMDD TO EM-ADJ-SERVICE-DATE.

       345-VALIDATE-TRANSACTION-DATA.

           SET VALID-TRANSACTION TO TRUE.
           MOVE "N" TO OVER-BUDGET-SWITCH.

           IF VALIDATE-FOR-ADD-RECORD OR ET-DEPART-CODE NOT = SPACES
               SET DEPT-IDX TO 1
                           CONTINUE.

           IF VALID-TRANSACTION
               IF NOT VALID-PAY-TYPE
                   SET INVALID-TRANSACTION TO TRUE
               ELSE
                   PERFORM 341-SET-NEW-PAY-DATA.

           IF VALID-TRANSACTION
               IF NEW-HOURLY-PAY
                   IF VALIDATE-FOR-ADD-RECORD
                      OR ET-PAY-TYPE NOT = SPACE
                      OR ET-JOB-CLASS NOT = SPACES
                      OR (ET-HOURLY-RATE NUMERIC
                          AND ET-HOURLY-RATE > ZERO)
                       PERFORM 351-VALIDATE-HOURLY-RATE
                   END-IF
               ELSE IF VALIDATE-FOR-ADD-RECORD
                  OR ET-ANNUAL-SALARY NOT = ZEROS
                   IF ET-ANNUAL-SALARY < MINIMUM-ANNUAL-SALARY
                      OR ET-ANNUAL-SALARY > MAXIMUM-ANNUAL-SALARY
                       SET INVALID-TRANSACTION TO TRUE
                   END-IF
               ELSE IF HOURLY-PAY-TYPE
                   SET INVALID-TRANSACTION TO TRUE.

       341-SET-NEW-PAY-DATA.

           IF VALIDATE-FOR-ADD-RECORD
               MOVE ET-JOB-CLASS TO NEW-JOB-CLASS
               MOVE SPACE TO NEW-PAY-TYPE
               MOVE ZEROS TO NEW-HOURLY-RATE
               MOVE ET-ANNUAL-SALARY TO NEW-ANNUAL-SALARY
           ELSE
               MOVE EM-JOB-CLASS TO NEW-JOB-CLASS
               MOVE EM-PAY-TYPE TO NEW-PAY-TYPE
               MOVE EM-ANNUAL-SALARY TO NEW-ANNUAL-SALARY
               IF EM-HOURLY-RATE NUMERIC
                   MOVE EM-HOURLY-RATE TO NEW-HOURLY-RATE
               ELSE
                   MOVE ZEROS TO NEW-HOURLY-RATE
               END-IF
               IF ET-JOB-CLASS NOT = SPACES
                   MOVE ET-JOB-CLASS TO NEW-JOB-CLASS
               END-IF
               IF ET-ANNUAL-SALARY NOT = ZEROS
                   MOVE ET-ANNUAL-SALARY TO NEW-ANNUAL-SALARY.
           IF ET-PAY-TYPE NOT = SPACE
               MOVE ET-PAY-TYPE TO NEW-PAY-TYPE.
           IF NEW-PAY-TYPE NOT = "H"
               MOVE "S" TO NEW-PAY-TYPE.
           IF ET-HOURLY-RATE NUMERIC
              AND ET-HOURLY-RATE > ZERO
               MOVE ET-HOURLY-RATE TO NEW-HOURLY-RATE.
           IF NEW-HOURLY-PAY
               MULTIPLY NEW-HOURLY-RATE BY STANDARD-ANNUAL-HOURS
                   GIVING NEW-ANNUAL-SALARY ROUNDED
           ELSE
               MOVE ZEROS TO NEW-HOURLY-RATE.

       351-VALIDATE-HOURLY-RATE.

           IF NEW-HOURLY-RATE = ZERO
               SET INVALID-TRANSACTION TO TRUE
           ELSE
               SET RATE-IDX TO 1
               SEARCH HOURLY-RATE-BAND-ENTRY
                   AT END
                       SET INVALID-TRANSACTION TO TRUE
                   WHEN RB-JOB-CLASS (RATE-IDX) = NEW-JOB-CLASS
                       IF NEW-HOURLY-RATE < RB-MINIMUM-RATE (RATE-IDX)
                          OR NEW-HOURLY-RATE
                                 > RB-MAXIMUM-RATE (RATE-IDX)
                           SET INVALID-TRANSACTION TO TRUE.

       346-CHECK-POSITION-BUDGET.

           MOVE "N" TO OVER-BUDGET-SWITCH.
           IF DEPARTMENT-BUDGET-COUNT > ZERO
               SET BUDG-IDX TO 1
               SEARCH DEPARTMENT-BUDGET-ENTRY
                   AT END
                       CONTINUE
                   WHEN DB-DEPART-CODE (BUDG-IDX) = BUDGET-DEPART-CODE
                       PERFORM 348-TEST-BUDGET-LIMITS.
           IF OVER-BUDGET
               IF BUDGET-OVERRIDE
                   MOVE "N" TO OVER-BUDGET-SWITCH
                   ADD 1 TO CT-OVERRIDES-COUNT
               ELSE
                   SET INVALID-TRANSACTION TO TRUE.

       347-CHECK-CHANGE-BUDGET.

           MOVE "N" TO OVER-BUDGET-SWITCH.
           IF ET-DEPART-CODE NOT = SPACES
               MOVE ET-DEPART-CODE TO BUDGET-NEW-DEPART-CODE
           ELSE
               MOVE EM-DEPART-CODE TO BUDGET-NEW-DEPART-CODE.
           MOVE NEW-ANNUAL-SALARY TO BUDGET-NEW-SALARY.
           MOVE BUDGET-NEW-DEPART-CODE TO BUDGET-DEPART-CODE.
           IF BUDGET-NEW-DEPART-CODE NOT = EM-DEPART-CODE
               MOVE 1 TO BUDGET-HEADCOUNT-CHANGE
               MOVE BUDGET-NEW-SALARY TO BUDGET-SALARY-CHANGE
               PERFORM 346-CHECK-POSITION-BUDGET
           ELSE IF BUDGET-NEW-SALARY > EM-ANNUAL-SALARY
               MOVE ZERO TO BUDGET-HEADCOUNT-CHANGE
               SUBTRACT EM-ANNUAL-SALARY FROM BUDGET-NEW-SALARY
                   GIVING BUDGET-SALARY-CHANGE
               PERFORM 346-CHECK-POSITION-BUDGET.

       348-TEST-BUDGET-LIMITS.

           ADD DB-ACTUAL-HEADCOUNT (BUDG-IDX) BUDGET-HEADCOUNT-CHANGE
               GIVING BUDGET-HEADCOUNT-RESULT.
           ADD DB-ACTUAL-SALARY (BUDG-IDX) BUDGET-SALARY-CHANGE
               GIVING BUDGET-SALARY-RESULT.
           IF BUDGET-HEADCOUNT-CHANGE > ZERO
              AND BUDGET-HEADCOUNT-RESULT
                      > DB-AUTHORIZED-HEADCOUNT (BUDG-IDX)
               SET OVER-BUDGET TO TRUE.
           IF BUDGET-SALARY-CHANGE > ZERO
              AND BUDGET-SALARY-RESULT
                      > DB-AUTHORIZED-SALARY (BUDG-IDX)
               SET OVER-BUDGET TO TRUE.

       349-POST-BUDGET-ACTUAL.

           IF DEPARTMENT-BUDGET-COUNT > ZERO
               SET BUDG-IDX TO 1
               SEARCH DEPARTMENT-BUDGET-ENTRY
                   AT END
                       CONTINUE
                   WHEN DB-DEPART-CODE (BUDG-IDX) = BUDGET-DEPART-CODE
                       ADD BUDGET-HEADCOUNT-CHANGE
                           TO DB-ACTUAL-HEADCOUNT (BUDG-IDX)
                       ADD BUDGET-SALARY-CHANGE
                           TO DB-ACTUAL-SALARY (BUDG-IDX).

       340-ADD-EMPLOYEE-RECORD.

           MOVE SPACES TO AU-BEFORE-EMPLOYEE-NAME
                           AU-BEFORE-DEPART-CODE
                           AU-BEFORE-JOB-CLASS
                           AU-BEFORE-EMPLOYMENT-STATUS
                           AU-BEFORE-PAY-TYPE.
           MOVE ZEROS TO AU-BEFORE-ANNUAL-SALARY
                          AU-BEFORE-VACATION-HOURS
                          AU-BEFORE-SICK-HOURS
                          AU-BEFORE-ORIGINAL-HIRE-DATE
                          AU-BEFORE-ADJ-SERVICE-DATE
                          AU-BEFORE-LEAVE-START-DATE
                          AU-BEFORE-LEAVE-RETURN-DATE
                          AU-BEFORE-HOURLY-RATE.

           MOVE ET-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
           MOVE ET-EMPLOYEE-NAME TO EM-EMPLOYEE-NAME.
           MOVE ET-DEPART-CODE TO EM-DEPART-CODE.
           MOVE ET-JOB-CLASS TO EM-JOB-CLASS.
           MOVE NEW-ANNUAL-SALARY TO EM-ANNUAL-SALARY.
           MOVE NEW-PAY-TYPE TO EM-PAY-TYPE.
           MOVE NEW-HOURLY-RATE TO EM-HOURLY-RATE.
           PERFORM 342-SET-TRANSACTION-DATE.
           MOVE TRANSACTION-DATE-YYYYMMDD TO EM-ORIGINAL-HIRE-DATE
                                             EM-ADJ-SERVICE-DATE.
           MOVE "A" TO EM-EMPLOYMENT-STATUS.
           MOVE ZEROS TO EM-LEAVE-START-DATE
                         EM-LEAVE-RETURN-DATE.

           PERFORM 350-WRITE-EMPLOYEE-RECORD.

               MOVE EM-ANNUAL-SALARY TO AU-AFTER-ANNUAL-SALARY
               MOVE EM-VACATION-HOURS TO AU-AFTER-VACATION-HOURS
               MOVE EM-SICK-HOURS TO AU-AFTER-SICK-HOURS
               MOVE EM-ORIGINAL-HIRE-DATE
                   TO AU-AFTER-ORIGINAL-HIRE-DATE
               MOVE EM-ADJ-SERVICE-DATE TO AU-AFTER-ADJ-SERVICE-DATE
               MOVE EM-EMPLOYMENT-STATUS TO AU-AFTER-EMPLOYMENT-STATUS
               MOVE EM-LEAVE-START-DATE TO AU-AFTER-LEAVE-START-DATE
               MOVE EM-LEAVE-RETURN-DATE
                   TO AU-AFTER-LEAVE-RETURN-DATE
               MOVE EM-PAY-TYPE TO AU-AFTER-PAY-TYPE
               MOVE EM-HOURLY-RATE TO AU-AFTER-HOURLY-RATE
               PERFORM 385-WRITE-AUDIT-RECORD
               ADD 1 TO CT-ADDS-COUNT
               MOVE EM-DEPART-CODE TO BUDGET-DEPART-CODE
               MOVE 1 TO BUDGET-HEADCOUNT-CHANGE
               MOVE EM-ANNUAL-SALARY TO BUDGET-SALARY-CHANGE
               PERFORM 349-POST-BUDGET-ACTUAL.

       342-SET-TRANSACTION-DATE.

           IF ET-EFFECTIVE-DATE NUMERIC
              AND ET-EFFECTIVE-DATE > ZERO
               ADD ET-EFFECTIVE-DATE 19000000
                   GIVING TRANSACTION-DATE-YYYYMMDD
           ELSE
               MOVE RUN-DATE-YYYYMMDD TO TRANSACTION-DATE-YYYYMMDD.

       343-COMPUTE-DAY-NUMBER.

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

       344-CONVERT-DAY-NUMBER.

           ADD DAY-NUMBER 32044 GIVING DN-WORK.
           MULTIPLY DN-WORK BY 4 GIVING DN-PERIOD-WORK.
           ADD 3 TO DN-PERIOD-WORK.
           DIVIDE DN-PERIOD-WORK BY 146097 GIVING DN-CENTURY-COUNT.
           MULTIPLY DN-CENTURY-COUNT BY 146097 GIVING DN-PERIOD-WORK.
           DIVIDE DN-PERIOD-WORK BY 4 GIVING DN-PERIOD-WORK.
           SUBTRACT DN-PERIOD-WORK FROM DN-WORK.
           MULTIPLY DN-WORK BY 4 GIVING DN-PERIOD-WORK.
           ADD 3 TO DN-PERIOD-WORK.
           DIVIDE DN-PERIOD-WORK BY 1461 GIVING DN-YEAR-COUNT.
           MULTIPLY DN-YEAR-COUNT BY 1461 GIVING DN-PERIOD-WORK.
           DIVIDE DN-PERIOD-WORK BY 4 GIVING DN-PERIOD-WORK.
           SUBTRACT DN-PERIOD-WORK FROM DN-WORK.
           MULTIPLY DN-WORK BY 5 GIVING DN-PERIOD-WORK.
           ADD 2 TO DN-PERIOD-WORK.
           DIVIDE DN-PERIOD-WORK BY 153 GIVING DN-SHIFTED-MONTH.
           MULTIPLY DN-SHIFTED-MONTH BY 153 GIVING DN-PERIOD-WORK.
           ADD 2 TO DN-PERIOD-WORK.
           DIVIDE DN-PERIOD-WORK BY 5 GIVING DN-PERIOD-WORK.
           SUBTRACT DN-PERIOD-WORK FROM DN-WORK.
           ADD 1 DN-WORK GIVING DN-DAY.
           DIVIDE DN-SHIFTED-MONTH BY 10 GIVING DN-MARCH-ADJUSTMENT.
           MULTIPLY DN-MARCH-ADJUSTMENT BY 12 GIVING DN-PERIOD-WORK.
           ADD DN-SHIFTED-MONTH 3 GIVING DN-MONTH.
           SUBTRACT DN-PERIOD-WORK FROM DN-MONTH.
           MULTIPLY DN-CENTURY-COUNT BY 100 GIVING DN-PERIOD-WORK.
           ADD DN-YEAR-COUNT TO DN-PERIOD-WORK.
           SUBTRACT 4800 FROM DN-PERIOD-WORK.
           ADD DN-MARCH-ADJUSTMENT TO DN-PERIOD-WORK.
           MOVE DN-PERIOD-WORK TO DN-YEAR.

       350-WRITE-EMPLOYEE-RECORD.


       360-CHANGE-EMPLOYEE-RECORD.

           MOVE EM-DEPART-CODE TO BUDGET-DEPART-CODE.
           MOVE -1 TO BUDGET-HEADCOUNT-CHANGE.
           SUBTRACT EM-ANNUAL-SALARY FROM ZERO
               GIVING BUDGET-SALARY-CHANGE.
           PERFORM 349-POST-BUDGET-ACTUAL.

           MOVE EM-EMPLOYEE-NAME TO AU-BEFORE-EMPLOYEE-NAME.
           MOVE EM-DEPART-CODE TO AU-BEFORE-DEPART-CODE.
           MOVE EM-JOB-CLASS TO AU-BEFORE-JOB-CLASS.
           MOVE EM-ANNUAL-SALARY TO AU-BEFORE-ANNUAL-SALARY.
           MOVE EM-VACATION-HOURS TO AU-BEFORE-VACATION-HOURS.
           MOVE EM-SICK-HOURS TO AU-BEFORE-SICK-HOURS.
           MOVE EM-ORIGINAL-HIRE-DATE TO AU-BEFORE-ORIGINAL-HIRE-DATE.
           MOVE EM-ADJ-SERVICE-DATE TO AU-BEFORE-ADJ-SERVICE-DATE.
           MOVE EM-EMPLOYMENT-STATUS TO AU-BEFORE-EMPLOYMENT-STATUS.
           MOVE EM-LEAVE-START-DATE TO AU-BEFORE-LEAVE-START-DATE.
           MOVE EM-LEAVE-RETURN-DATE TO AU-BEFORE-LEAVE-RETURN-DATE.
           MOVE EM-PAY-TYPE TO AU-BEFORE-PAY-TYPE.
           MOVE EM-HOURLY-RATE TO AU-BEFORE-HOURLY-RATE.

           IF ET-EMPLOYEE-NAME NOT = SPACE
               MOVE ET-EMPLOYEE-NAME TO EM-EMPLOYEE-NAME.
               MOVE ET-DEPART-CODE TO EM-DEPART-CODE.
           IF ET-JOB-CLASS NOT = SPACE
               MOVE ET-JOB-CLASS TO EM-JOB-CLASS.
           MOVE NEW-ANNUAL-SALARY TO EM-ANNUAL-SALARY.
           MOVE NEW-PAY-TYPE TO EM-PAY-TYPE.
           MOVE NEW-HOURLY-RATE TO EM-HOURLY-RATE.

           PERFORM 370-REWRITE-EMPLOYEE-RECORD.

           MOVE EM-DEPART-CODE TO BUDGET-DEPART-CODE.
           MOVE 1 TO BUDGET-HEADCOUNT-CHANGE.
           MOVE EM-ANNUAL-SALARY TO BUDGET-SALARY-CHANGE.
           PERFORM 349-POST-BUDGET-ACTUAL.

           MOVE EM-EMPLOYEE-NAME TO AU-AFTER-EMPLOYEE-NAME.
           MOVE EM-DEPART-CODE TO AU-AFTER-DEPART-CODE.
           MOVE EM-JOB-CLASS TO AU-AFTER-JOB-CLASS.
           MOVE EM-ANNUAL-SALARY TO AU-AFTER-ANNUAL-SALARY.
           MOVE EM-VACATION-HOURS TO AU-AFTER-VACATION-HOURS.
           MOVE EM-SICK-HOURS TO AU-AFTER-SICK-HOURS.
           MOVE EM-ORIGINAL-HIRE-DATE TO AU-AFTER-ORIGINAL-HIRE-DATE.
           MOVE EM-ADJ-SERVICE-DATE TO AU-AFTER-ADJ-SERVICE-DATE.
           MOVE EM-EMPLOYMENT-STATUS TO AU-AFTER-EMPLOYMENT-STATUS.
           MOVE EM-LEAVE-START-DATE TO AU-AFTER-LEAVE-START-DATE.
           MOVE EM-LEAVE-RETURN-DATE TO AU-AFTER-LEAVE-RETURN-DATE.
           MOVE EM-PAY-TYPE TO AU-AFTER-PAY-TYPE.
           MOVE EM-HOURLY-RATE TO AU-AFTER-HOURLY-RATE.
           PERFORM 385-WRITE-AUDIT-RECORD.
           ADD 1 TO CT-CHANGES-COUNT.

           MOVE EM-EMPLOYEE-ID TO AU-EMPLOYEE-ID.
           ACCEPT AU-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-TIME FROM TIME.
           IF ET-EFFECTIVE-DATE NUMERIC
              AND ET-EFFECTIVE-DATE > ZERO
               ADD ET-EFFECTIVE-DATE 19000000
                   GIVING AU-EFFECTIVE-DATE
           ELSE
               MOVE AU-DATE TO AU-EFFECTIVE-DATE.
           WRITE AUDIT-RECORD.
           IF NOT EMPAUDIT-SUCCESSFUL
               DISPLAY "WRITE ERROR ON EMPAUDIT FOR ITEM NUMBER "
               SET RUN-FAILED TO TRUE
               SET TRANSACTION-EOF TO TRUE.

       375-VALIDATE-LEAVE-START.

           SET VALID-TRANSACTION TO TRUE.
           PERFORM 342-SET-TRANSACTION-DATE.
           IF ON-LEAVE-STATUS
               SET INVALID-TRANSACTION TO TRUE
               MOVE "D" TO ERROR-REASON-CODE
           ELSE IF NOT VALID-LEAVE-TYPE
               SET INVALID-TRANSACTION TO TRUE
               MOVE "C" TO ERROR-REASON-CODE
           ELSE IF ET-EXPECTED-RETURN-DATE NOT NUMERIC
               SET INVALID-TRANSACTION TO TRUE
               MOVE "C" TO ERROR-REASON-CODE
           ELSE IF ET-EXPECTED-RETURN-DATE > ZERO
              AND ET-EXPECTED-RETURN-DATE
                      NOT > TRANSACTION-DATE-YYYYMMDD
               SET INVALID-TRANSACTION TO TRUE
               MOVE "C" TO ERROR-REASON-CODE.

       376-POST-LEAVE-START.

           PERFORM 388-SET-LEAVE-BEFORE-IMAGE.
           MOVE ET-LEAVE-TYPE TO EM-EMPLOYMENT-STATUS.
           MOVE TRANSACTION-DATE-YYYYMMDD TO EM-LEAVE-START-DATE.
           MOVE ET-EXPECTED-RETURN-DATE TO EM-LEAVE-RETURN-DATE.
           PERFORM 370-REWRITE-EMPLOYEE-RECORD.
           PERFORM 389-WRITE-LEAVE-AUDIT-RECORD.
           ADD 1 TO CT-LEAVE-STARTS-COUNT.

       377-POST-LEAVE-END.

           PERFORM 388-SET-LEAVE-BEFORE-IMAGE.
           MOVE "A" TO EM-EMPLOYMENT-STATUS.
           MOVE ZEROS TO EM-LEAVE-START-DATE
                         EM-LEAVE-RETURN-DATE.
           PERFORM 370-REWRITE-EMPLOYEE-RECORD.
           PERFORM 389-WRITE-LEAVE-AUDIT-RECORD.
           ADD 1 TO CT-LEAVE-ENDS-COUNT.

       380-WRITE-ERROR-TRANSACTION.

           MOVE ERROR-REASON-CODE TO ET-ERR-REASON-CODE.
           MOVE EM-ANNUAL-SALARY TO AU-BEFORE-ANNUAL-SALARY.
           MOVE EM-VACATION-HOURS TO AU-BEFORE-VACATION-HOURS.
           MOVE EM-SICK-HOURS TO AU-BEFORE-SICK-HOURS.
           MOVE EM-ORIGINAL-HIRE-DATE TO AU-BEFORE-ORIGINAL-HIRE-DATE.
           MOVE EM-ADJ-SERVICE-DATE TO AU-BEFORE-ADJ-SERVICE-DATE.
           MOVE EM-EMPLOYMENT-STATUS TO AU-BEFORE-EMPLOYMENT-STATUS.
           MOVE EM-LEAVE-START-DATE TO AU-BEFORE-LEAVE-START-DATE.
           MOVE EM-LEAVE-RETURN-DATE TO AU-BEFORE-LEAVE-RETURN-DATE.
           MOVE EM-PAY-TYPE TO AU-BEFORE-PAY-TYPE.
           MOVE EM-HOURLY-RATE TO AU-BEFORE-HOURLY-RATE.

       389-WRITE-LEAVE-AUDIT-RECORD.

           MOVE EM-ANNUAL-SALARY TO AU-AFTER-ANNUAL-SALARY.
           MOVE EM-VACATION-HOURS TO AU-AFTER-VACATION-HOURS.
           MOVE EM-SICK-HOURS TO AU-AFTER-SICK-HOURS.
           MOVE EM-ORIGINAL-HIRE-DATE TO AU-AFTER-ORIGINAL-HIRE-DATE.
           MOVE EM-ADJ-SERVICE-DATE TO AU-AFTER-ADJ-SERVICE-DATE.
           MOVE EM-EMPLOYMENT-STATUS TO AU-AFTER-EMPLOYMENT-STATUS.
           MOVE EM-LEAVE-START-DATE TO AU-AFTER-LEAVE-START-DATE.
           MOVE EM-LEAVE-RETURN-DATE TO AU-AFTER-LEAVE-RETURN-DATE.
           MOVE EM-PAY-TYPE TO AU-AFTER-PAY-TYPE.
           MOVE EM-HOURLY-RATE TO AU-AFTER-HOURLY-RATE.
           PERFORM 385-WRITE-AUDIT-RECORD.

       390-POST-VACATION-TRANSACTION.
           MOVE "LEAVE TRANSACTIONS" TO CTL-LABEL.
           MOVE CT-LEAVE-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "LEAVES STARTED" TO CTL-LABEL.
           MOVE CT-LEAVE-STARTS-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "LEAVES ENDED" TO CTL-LABEL.
           MOVE CT-LEAVE-ENDS-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "TRANSACTIONS REJECTED" TO CTL-LABEL.
           MOVE CT-REJECTS-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "TRANSACTIONS RELEASED" TO CTL-LABEL.
           MOVE CT-RELEASED-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "BUDGET OVERRIDES" TO CTL-LABEL.
           MOVE CT-OVERRIDES-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "SENT FOR APPROVAL" TO CTL-LABEL.
           MOVE CT-QUEUED-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.

       905-CLEAR-CHECKPOINT-RECORD.

