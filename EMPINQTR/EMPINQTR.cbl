       IDENTIFICATION DIVISION.

       PROGRAM-ID. EMPINQTR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT EMPMASTI ASSIGN TO EMPMASTI
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS IR-EMPLOYEE-ID.
           SELECT REFMAST  ASSIGN TO REFMAST
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS RF-RECORD-KEY.
           SELECT OPTIONAL EMPDEDMI ASSIGN TO EMPDEDMI
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS DD-DEDUCTION-KEY.
           SELECT OPTIONAL EMPPEND  ASSIGN TO EMPPEND.
           SELECT OPTIONAL EMPAUDIT ASSIGN TO EMPAUDIT.
           SELECT OPTIONAL EMPHIST  ASSIGN TO EMPHIST.
           SELECT OPTIONAL EMPTRAN  ASSIGN TO EMPTRAN.

       DATA DIVISION.

       FILE SECTION.

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

       FD  REFMAST.

       01  REFERENCE-RECORD-AREA.
           05  RF-RECORD-KEY.
               10  RF-RECORD-TYPE      PIC X.
                   88  DEPARTMENT-ENTRY         VALUE "D".
                   88  JOB-CLASS-ENTRY          VALUE "J".
                   88  BUDGET-ENTRY             VALUE "B".
                   88  HOURLY-RATE-ENTRY        VALUE "H".
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
           05  RF-ACTIVE-FLAG          PIC X.
               88  REFERENCE-ACTIVE             VALUE "A".
           05  FILLER                  PIC X(13).

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

       FD  EMPPEND.

       01  PENDING-TRANSACTION.
           05  PT-TRANSACTION-CODE     PIC X.
           05  PT-EMPLOYEE-ID          PIC X(5).
           05  PT-EMPLOYEE-NAME        PIC X(30).
           05  PT-DEPART-CODE          PIC X(5).
           05  FILLER                  PIC X(11).
           05  PT-EFFECTIVE-DATE       PIC 9(7).
           05  FILLER                  PIC X(21).

       FD  EMPAUDIT.

       01  AUDIT-RECORD.
           05  AU-TRANSACTION-CODE     PIC X.
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

       FD  EMPHIST.

       01  HISTORY-RECORD-AREA.
           05  HI-EMPLOYEE-ID          PIC X(5).
           05  HI-EMPLOYEE-NAME        PIC X(30).
           05  HI-DEPART-CODE          PIC X(5).
           05  HI-JOB-CLASS            PIC X(2).
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

       FD  EMPTRAN.

       01  TRANSACTION-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  SESSION-ENDED-SWITCH    PIC X   VALUE "N".
               88  SESSION-ENDED               VALUE "Y".
           05  BATCH-NUMBER-SWITCH     PIC X   VALUE "N".
               88  BATCH-NUMBER-ENTERED        VALUE "Y".
           05  BATCH-OPEN-SWITCH       PIC X   VALUE "N".
               88  BATCH-OPEN                  VALUE "Y".
           05  ENTRY-COMPLETE-SWITCH   PIC X   VALUE "N".
               88  ENTRY-COMPLETE              VALUE "Y".
           05  MASTER-FOUND-SWITCH     PIC X   VALUE "N".
               88  MASTER-FOUND                VALUE "Y".
           05  HISTORY-FOUND-SWITCH    PIC X   VALUE "N".
               88  HISTORY-FOUND               VALUE "Y".
           05  REFMAST-EOF-SWITCH      PIC X   VALUE "N".
               88  REFMAST-EOF                 VALUE "Y".
           05  MASTER-EOF-SWITCH       PIC X   VALUE "N".
               88  MASTER-EOF                  VALUE "Y".
           05  DEDUCTION-EOF-SWITCH    PIC X   VALUE "N".
               88  DEDUCTION-EOF               VALUE "Y".
           05  PENDING-EOF-SWITCH      PIC X   VALUE "N".
               88  PENDING-EOF                 VALUE "Y".
           05  AUDIT-EOF-SWITCH        PIC X   VALUE "N".
               88  AUDIT-EOF                   VALUE "Y".
           05  HISTORY-EOF-SWITCH      PIC X   VALUE "N".
               88  HISTORY-EOF                 VALUE "Y".
           05  OVER-BUDGET-SWITCH      PIC X   VALUE "N".
               88  OVER-BUDGET                 VALUE "Y".

       01  VALIDATION-SWITCHES.
           05  VALID-TRANSACTION-SWITCH  PIC X  VALUE "Y".
               88  VALID-TRANSACTION            VALUE "Y".
               88  INVALID-TRANSACTION          VALUE "N".
           05  VALIDATION-MODE-SWITCH     PIC X  VALUE "A".
               88  VALIDATE-FOR-ADD-RECORD       VALUE "A".
               88  VALIDATE-FOR-CHANGE-RECORD    VALUE "C".

       01  ERROR-REASON-FIELDS.
           05  ERROR-REASON-CODE      PIC X  VALUE SPACE.

       01  VACATION-HOURS-WHOLE-PART  PIC S9(3).

       01  RUN-DATE-FIELDS.
           05  RUN-DATE-YYYYMMDD       PIC 9(8).
           05  TRANSACTION-DATE-YYYYMMDD
                                       PIC 9(8).

       01  BATCH-WORK-FIELDS.
           05  BATCH-NUMBER            PIC 9(5)      VALUE ZERO.
           05  BATCH-TRANSACTION-COUNT PIC 9(5)      VALUE ZERO.
           05  BATCH-HASH-TOTAL        PIC 9(10)     VALUE ZERO.
           05  MAXIMUM-BATCH-SIZE      PIC 9(5)      VALUE 500.
           05  HASH-EMPLOYEE-ID        PIC X(5).
           05  HASH-EMPLOYEE-NUMBER REDEFINES HASH-EMPLOYEE-ID
                                       PIC 9(5).

       01  BATCH-CONTROL-RECORD.
           05  BC-RECORD-CODE          PIC X.
           05  BC-BATCH-DATA.
               10  BC-BATCH-NUMBER     PIC 9(5).
               10  FILLER              PIC X(74).
           05  BC-TRAILER-DATA REDEFINES BC-BATCH-DATA.
               10  BC-EXPECTED-COUNT   PIC 9(5).
               10  BC-EXPECTED-HASH    PIC 9(10).
               10  FILLER              PIC X(64).

       01  REFERENCE-TABLE-COUNTS.
           05  VALID-DEPARTMENT-COUNT  PIC S9(3) COMP VALUE ZERO.
           05  VALID-JOB-CLASS-COUNT   PIC S9(3) COMP VALUE ZERO.
           05  DEPARTMENT-BUDGET-COUNT PIC S9(3) COMP VALUE ZERO.
           05  HOURLY-RATE-BAND-COUNT  PIC S9(3) COMP VALUE ZERO.

       01  VALID-DEPARTMENT-TABLE.
           05  VALID-DEPARTMENT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON VALID-DEPARTMENT-COUNT
                   INDEXED BY DEPT-IDX
                                       PIC X(5).

       01  VALID-JOB-CLASS-TABLE.
           05  VALID-JOB-CLASS-ENTRY  OCCURS 1 TO 50 TIMES
                   DEPENDING ON VALID-JOB-CLASS-COUNT
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

       01  SALARY-RANGE-LIMITS.
           05  MINIMUM-ANNUAL-SALARY   PIC S9(7)V99  VALUE 10000.00.
           05  MAXIMUM-ANNUAL-SALARY   PIC S9(7)V99  VALUE 250000.00.

       01  EMPLOYEE-TRANSACTION.
           05  ET-TRANSACTION-CODE       PIC X.
               88  ADD-RECORD                  VALUE "A".
               88  CHANGE-RECORD               VALUE "C".
               88  DELETE-RECORD               VALUE "D".
               88  REHIRE-RECORD               VALUE "R".
               88  VACATION-TRANSACTION        VALUE "V".
               88  SICK-TRANSACTION            VALUE "S".
               88  START-LEAVE-RECORD          VALUE "L".
               88  END-LEAVE-RECORD            VALUE "E".
           05  ET-MASTER-DATA.
               10  ET-EMPLOYEE-ID        PIC X(5).
               10  ET-EMPLOYEE-NAME      PIC X(30).
               10  ET-DEPART-CODE        PIC X(5).
               10  ET-JOB-CLASS          PIC X(2).
               10  ET-ANNUAL-SALARY      PIC S9(7)V99.
           05  ET-LEAVE-DATA REDEFINES ET-MASTER-DATA.
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
           05  FILLER                    PIC X(5).

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
           05  SH-EMPLOYEE-NAME          PIC X(30).
           05  SH-DEPART-CODE            PIC X(5).
           05  SH-JOB-CLASS              PIC X(2).
           05  SH-ANNUAL-SALARY          PIC S9(7)V99.
           05  FILLER                    PIC X(49).
           05  SH-TERMINATION-DATE       PIC 9(8).

       01  BATCH-SCREEN-FIELDS.
           05  BS-BATCH-NUMBER-X         PIC X(5).
           05  BS-BATCH-NUMBER REDEFINES BS-BATCH-NUMBER-X
                                         PIC 9(5).
           05  BS-OPERATOR-ID            PIC X(8)  VALUE SPACES.

       01  KEY-SCREEN-FIELDS.
           05  KS-EMPLOYEE-ID            PIC X(5).
           05  KS-ACTION-CODE            PIC X.
               88  INQUIRY-ACTION              VALUE "I".
               88  TRANSACTION-ACTION          VALUE "T".
               88  END-SESSION-ACTION          VALUE "X".

       01  TRANSACTION-ENTRY-FIELDS.
           05  TE-TRANSACTION-CODE       PIC X.
           05  TE-EMPLOYEE-NAME          PIC X(30).
           05  TE-DEPART-CODE            PIC X(5).
           05  TE-JOB-CLASS              PIC X(2).
           05  TE-ANNUAL-SALARY-X        PIC X(9).
           05  TE-ANNUAL-SALARY REDEFINES TE-ANNUAL-SALARY-X
                                         PIC 9(7)V99.
           05  TE-PAY-TYPE               PIC X.
           05  TE-HOURLY-RATE-X          PIC X(5).
           05  TE-HOURLY-RATE REDEFINES TE-HOURLY-RATE-X
                                         PIC 9(3)V99.
           05  TE-OVERRIDE-FLAG          PIC X.
               88  VALID-OVERRIDE-FLAG         VALUE "Y" "N" " ".
           05  TE-LEAVE-HOURS-X          PIC X(5).
           05  TE-LEAVE-HOURS REDEFINES TE-LEAVE-HOURS-X
                                         PIC 9(3)V99.
           05  TE-LEAVE-SIGN             PIC X.
               88  VALID-LEAVE-SIGN            VALUE "+" "-" " ".
               88  NEGATIVE-LEAVE-HOURS        VALUE "-".
           05  TE-LEAVE-TYPE             PIC X.
           05  TE-RETURN-DATE-X          PIC X(8).
           05  TE-RETURN-DATE REDEFINES TE-RETURN-DATE-X
                                         PIC 9(8).
           05  TE-EFFECTIVE-DATE-X       PIC X(8).
           05  TE-EFFECTIVE-DATE REDEFINES TE-EFFECTIVE-DATE-X
                                         PIC 9(8).
           05  TE-EFFECTIVE-DATE-PARTS REDEFINES TE-EFFECTIVE-DATE-X.
               10  TE-EFFECTIVE-YEAR     PIC 9(4).
               10  TE-EFFECTIVE-MONTH    PIC 99.
               10  TE-EFFECTIVE-DAY      PIC 99.

       01  SCREEN-MESSAGE              PIC X(79) VALUE SPACES.

       01  CONTINUE-RESPONSE           PIC X     VALUE SPACE.

       01  TRANSLATE-CODE              PIC X.

       01  TRANSACTION-TEXT            PIC X(10).

       01  REASON-TEXT                 PIC X(35).

       01  INQUIRY-COUNTERS.
           05  INQUIRY-LINE-NUMBER     PIC S9(3) COMP VALUE ZERO.
           05  DEDUCTION-ACTIVE-COUNT  PIC 9(5)  VALUE ZERO.
           05  PENDING-HELD-COUNT      PIC 9(5)  VALUE ZERO.
           05  AUDIT-CHANGE-COUNT      PIC 9(5)  VALUE ZERO.
           05  AUDIT-SAVED-COUNT       PIC S9(3) COMP VALUE ZERO.
           05  MAXIMUM-DEDUCTION-LINES PIC S9(3) COMP VALUE 4.
           05  MAXIMUM-PENDING-LINES   PIC S9(3) COMP VALUE 2.
           05  MAXIMUM-AUDIT-LINES     PIC S9(3) COMP VALUE 4.

       01  INQUIRY-DISPLAY-AREA.
           05  INQUIRY-LINE OCCURS 20 TIMES
                   INDEXED BY INQ-IDX
                                       PIC X(79).

       01  SAVED-AUDIT-TABLE.
           05  SAVED-AUDIT-LINE OCCURS 4 TIMES
                   INDEXED BY AUD-IDX
                                       PIC X(79).

       01  MASTER-LINE-1.
           05  FILLER                  PIC X(11)  VALUE "NAME . . . ".
           05  ML1-EMPLOYEE-NAME       PIC X(30).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE "STATUS . . ".
           05  ML1-STATUS-TEXT         PIC X(14).
           05  FILLER                  PIC X(10)  VALUE SPACES.

       01  MASTER-LINE-2.
           05  FILLER                  PIC X(11)  VALUE "DEPARTMENT ".
           05  ML2-DEPART-CODE         PIC X(5).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  ML2-DEPART-NAME         PIC X(30).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  ML2-DEPART-FLAG         PIC X(9).
           05  FILLER                  PIC X(20)  VALUE SPACES.

       01  MASTER-LINE-3.
           05  FILLER                  PIC X(11)  VALUE "JOB CLASS  ".
           05  ML3-JOB-CLASS           PIC X(2).
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  ML3-JOB-CLASS-NAME      PIC X(30).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  ML3-JOB-CLASS-FLAG      PIC X(9).
           05  FILLER                  PIC X(20)  VALUE SPACES.

       01  MASTER-LINE-4.
           05  FILLER                  PIC X(11)  VALUE "PAY TYPE . ".
           05  ML4-PAY-TYPE-TEXT       PIC X(8).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE "ANNUAL SALARY ".
           05  ML4-ANNUAL-SALARY       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE "HOURLY RATE ".
           05  ML4-HOURLY-RATE         PIC ZZ9.99.
           05  FILLER                  PIC X(10)  VALUE SPACES.

       01  MASTER-LINE-5.
           05  FILLER                  PIC X(11)  VALUE "HIRED  . . ".
           05  ML5-HIRE-DATE           PIC 9999/99/99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE "SERVICE DATE ".
           05  ML5-SERVICE-DATE        PIC 9999/99/99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE "VACATION ".
           05  ML5-VACATION-HOURS      PIC -ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE "SICK ".
           05  ML5-SICK-HOURS          PIC -ZZ9.99.
           05  FILLER                  PIC X(1)   VALUE SPACES.

       01  MASTER-LINE-6.
           05  FILLER                  PIC X(12)  VALUE "LEAVE START ".
           05  ML6-LEAVE-START-DATE    PIC 9999/99/99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE "EXPECTED RETURN ".
           05  ML6-LEAVE-RETURN-DATE   PIC 9999/99/99.
           05  FILLER                  PIC X(28)  VALUE SPACES.

       01  DEDUCTION-HEADING-LINE.
           05  FILLER                  PIC X(31)
               VALUE "ACTIVE DEDUCTIONS (EMPDEDMI) - ".
           05  DH-ACTIVE-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(43)  VALUE SPACES.

       01  DEDUCTION-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DL-DEDUCTION-TYPE       PIC X(3).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-METHOD-TEXT          PIC X(7).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-DEDUCTION-AMOUNT     PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-DEDUCTION-PERCENT    PIC Z9.99.
           05  FILLER                  PIC X(1)   VALUE "%".
           05  FILLER                  PIC X(23)  VALUE SPACES.

       01  PENDING-HEADING-LINE.
           05  FILLER                  PIC X(30)
               VALUE "HELD TRANSACTIONS (EMPPEND) - ".
           05  PH-HELD-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(44)  VALUE SPACES.

       01  PENDING-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  PL-TRANSACTION-TEXT     PIC X(10).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "EFFECTIVE ".
           05  PL-EFFECTIVE-DATE       PIC 9999/99/99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  PL-EMPLOYEE-NAME        PIC X(30).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  PL-DEPART-CODE          PIC X(5).
           05  FILLER                  PIC X(5)   VALUE SPACES.

       01  AUDIT-HEADING-LINE.
           05  FILLER                  PIC X(28)
               VALUE "RECENT CHANGES (EMPAUDIT) - ".
           05  AH-CHANGE-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(30)
               VALUE "  LATEST 4 SHOWN, OLDEST FIRST".
           05  FILLER                  PIC X(16)  VALUE SPACES.

       01  AUDIT-LINE.
           05  AL-AUDIT-DATE           PIC 9999/99/99.
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  AL-TRANSACTION-TEXT     PIC X(10).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  AL-EFFECTIVE-DATE       PIC 9999/99/99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  AL-NAME-FLAG            PIC X(5).
           05  AL-DEPART-FLAG          PIC X(5).
           05  AL-JOB-CLASS-FLAG       PIC X(5).
           05  AL-SALARY-FLAG          PIC X(5).
           05  AL-VACATION-FLAG        PIC X(5).
           05  AL-SICK-FLAG            PIC X(5).
           05  AL-STATUS-FLAG          PIC X(5).
           05  AL-PAY-TYPE-FLAG        PIC X(5).
           05  AL-RATE-FLAG            PIC X(5).

       SCREEN SECTION.

       01  BATCH-NUMBER-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "EMPINQTR".
           05  LINE 1  COLUMN 12 VALUE
               "EMPLOYEE INQUIRY AND TRANSACTION ENTRY".
           05  LINE 3  COLUMN 1  VALUE "BATCH NUMBER . . . . . :".
           05  LINE 3  COLUMN 26 PIC X(5) USING BS-BATCH-NUMBER-X.
           05  LINE 4  COLUMN 1  VALUE "OPERATOR ID  . . . . . :".
           05  LINE 4  COLUMN 26 PIC X(8) USING BS-OPERATOR-ID.
           05  LINE 5  COLUMN 1  VALUE
               "KEY THE 5-DIGIT NUMBER FROM THE BATCH TICKET".
           05  LINE 6  COLUMN 1  VALUE
               "LEAVE BLANK TO END THE SESSION".
           05  LINE 23 COLUMN 1  PIC X(79) FROM SCREEN-MESSAGE.

       01  KEY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "EMPINQTR".
           05  LINE 1  COLUMN 12 VALUE
               "EMPLOYEE INQUIRY AND TRANSACTION ENTRY".
           05  LINE 3  COLUMN 1  VALUE "BATCH NUMBER . . . . . :".
           05  LINE 3  COLUMN 26 PIC 9(5) FROM BATCH-NUMBER.
           05  LINE 4  COLUMN 1  VALUE "TRANSACTIONS IN BATCH  :".
           05  LINE 4  COLUMN 26 PIC ZZZZ9
                                 FROM BATCH-TRANSACTION-COUNT.
           05  LINE 6  COLUMN 1  VALUE "EMPLOYEE ID  . . . . . :".
           05  LINE 6  COLUMN 26 PIC X(5) USING KS-EMPLOYEE-ID.
           05  LINE 8  COLUMN 1  VALUE "ACTION . . . . . . . . :".
           05  LINE 8  COLUMN 26 PIC X USING KS-ACTION-CODE.
           05  LINE 8  COLUMN 30 VALUE
               "I=INQUIRE  T=ENTER TRANSACTION  X=END SESSION".
           05  LINE 23 COLUMN 1  PIC X(79) FROM SCREEN-MESSAGE.

       01  INQUIRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "EMPINQTR".
           05  LINE 1  COLUMN 12 VALUE "EMPLOYEE INQUIRY".
           05  LINE 1  COLUMN 40 VALUE "EMPLOYEE ID".
           05  LINE 1  COLUMN 52 PIC X(5) FROM KS-EMPLOYEE-ID.
           05  LINE 3  COLUMN 1  PIC X(79) FROM INQUIRY-LINE (1).
           05  LINE 4  COLUMN 1  PIC X(79) FROM INQUIRY-LINE (2).
           05  LINE 5  COLUMN 1  PIC X(79) FROM INQUIRY-LINE (3).
           05  LINE 6  COLUMN 1  PIC X(79) FROM INQUIRY-LINE (4).
           05  LINE 7  COLUMN 1  PIC X(79) FROM INQUIRY-LINE (5).
           05  LINE 8  COLUMN 1  PIC X(79) FROM INQUIRY-LINE (6).
           05  LINE 9  COLUMN 1  PIC X(79) FROM INQUIRY-LINE (7).
           05  LINE 10 COLUMN 1  PIC X(79) FROM INQUIRY-LINE (8).
           05  LINE 11 COLUMN 1  PIC X(79) FROM INQUIRY-LINE (9).
           05  LINE 12 COLUMN 1  PIC X(79) FROM INQUIRY-LINE (10).
           05  LINE 13 COLUMN 1  PIC X(79) FROM INQUIRY-LINE (11).
           05  LINE 14 COLUMN 1  PIC X(79) FROM INQUIRY-LINE (12).
           05  LINE 15 COLUMN 1  PIC X(79) FROM INQUIRY-LINE (13).
           05  LINE 16 COLUMN 1  PIC X(79) FROM INQUIRY-LINE (14).
           05  LINE 17 COLUMN 1  PIC X(79) FROM INQUIRY-LINE (15).
           05  LINE 18 COLUMN 1  PIC X(79) FROM INQUIRY-LINE (16).
           05  LINE 19 COLUMN 1  PIC X(79) FROM INQUIRY-LINE (17).
           05  LINE 20 COLUMN 1  PIC X(79) FROM INQUIRY-LINE (18).
           05  LINE 21 COLUMN 1  PIC X(79) FROM INQUIRY-LINE (19).
           05  LINE 22 COLUMN 1  PIC X(79) FROM INQUIRY-LINE (20).
           05  LINE 23 COLUMN 1  PIC X(79) FROM SCREEN-MESSAGE.
           05  LINE 24 COLUMN 1  VALUE "PRESS ENTER TO RETURN".
           05  LINE 24 COLUMN 23 PIC X USING CONTINUE-RESPONSE.

       01  TRANSACTION-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "EMPINQTR".
           05  LINE 1  COLUMN 12 VALUE "TRANSACTION ENTRY".
           05  LINE 1  COLUMN 40 VALUE "EMPLOYEE ID".
           05  LINE 1  COLUMN 52 PIC X(5) FROM KS-EMPLOYEE-ID.
           05  LINE 1  COLUMN 60 VALUE "BATCH".
           05  LINE 1  COLUMN 66 PIC 9(5) FROM BATCH-NUMBER.
           05  LINE 2  COLUMN 1  VALUE "ON FILE  . . . . . . . :".
           05  LINE 2  COLUMN 26 PIC X(30) FROM EM-EMPLOYEE-NAME.
           05  LINE 2  COLUMN 58 PIC X(5) FROM EM-DEPART-CODE.
           05  LINE 2  COLUMN 65 PIC X(2) FROM EM-JOB-CLASS.
           05  LINE 4  COLUMN 1  VALUE "TRANSACTION CODE . . . :".
           05  LINE 4  COLUMN 26 PIC X USING TE-TRANSACTION-CODE.
           05  LINE 4  COLUMN 30 VALUE
               "A=ADD C=CHANGE D=DELETE R=REHIRE".
           05  LINE 5  COLUMN 30 VALUE
               "V=VACATION S=SICK L=START LEAVE E=END LEAVE".
           05  LINE 7  COLUMN 1  VALUE "EMPLOYEE NAME  . . . . :".
           05  LINE 7  COLUMN 26 PIC X(30) USING TE-EMPLOYEE-NAME.
           05  LINE 8  COLUMN 1  VALUE "DEPARTMENT . . . . . . :".
           05  LINE 8  COLUMN 26 PIC X(5) USING TE-DEPART-CODE.
           05  LINE 9  COLUMN 1  VALUE "JOB CLASS  . . . . . . :".
           05  LINE 9  COLUMN 26 PIC X(2) USING TE-JOB-CLASS.
           05  LINE 10 COLUMN 1  VALUE "ANNUAL SALARY  . . . . :".
           05  LINE 10 COLUMN 26 PIC X(9) USING TE-ANNUAL-SALARY-X.
           05  LINE 10 COLUMN 40 VALUE
               "9999999V99 - SALARIED".
           05  LINE 11 COLUMN 1  VALUE "PAY TYPE . . . . . . . :".
           05  LINE 11 COLUMN 26 PIC X USING TE-PAY-TYPE.
           05  LINE 11 COLUMN 40 VALUE
               "S=SALARIED H=HOURLY".
           05  LINE 12 COLUMN 1  VALUE "HOURLY RATE  . . . . . :".
           05  LINE 12 COLUMN 26 PIC X(5) USING TE-HOURLY-RATE-X.
           05  LINE 12 COLUMN 40 VALUE
               "999V99 - HOURLY".
           05  LINE 13 COLUMN 1  VALUE "BUDGET OVERRIDE  . . . :".
           05  LINE 13 COLUMN 26 PIC X USING TE-OVERRIDE-FLAG.
           05  LINE 13 COLUMN 40 VALUE
               "Y=POST OVER POSITION BUDGET".
           05  LINE 15 COLUMN 1  VALUE "LEAVE HOURS  . . . . . :".
           05  LINE 15 COLUMN 26 PIC X(5) USING TE-LEAVE-HOURS-X.
           05  LINE 15 COLUMN 32 PIC X USING TE-LEAVE-SIGN.
           05  LINE 15 COLUMN 40 VALUE
               "999V99 AND SIGN + OR - (V, S)".
           05  LINE 16 COLUMN 1  VALUE "LEAVE TYPE . . . . . . :".
           05  LINE 16 COLUMN 26 PIC X USING TE-LEAVE-TYPE.
           05  LINE 16 COLUMN 40 VALUE
               "U=UNPAID P=PAID S=SUSPENDED (L)".
           05  LINE 17 COLUMN 1  VALUE "EXPECTED RETURN DATE . :".
           05  LINE 17 COLUMN 26 PIC X(8) USING TE-RETURN-DATE-X.
           05  LINE 17 COLUMN 40 VALUE
               "YYYYMMDD, BLANK = OPEN-ENDED (L)".
           05  LINE 19 COLUMN 1  VALUE "EFFECTIVE DATE . . . . :".
           05  LINE 19 COLUMN 26 PIC X(8) USING TE-EFFECTIVE-DATE-X.
           05  LINE 19 COLUMN 40 VALUE
               "YYYYMMDD, BLANK = TODAY".
           05  LINE 23 COLUMN 1  PIC X(79) FROM SCREEN-MESSAGE.
           05  LINE 24 COLUMN 1  VALUE
               "ENTER TO EDIT AND ADD TO BATCH - BLANK CODE TO CANCEL".

       PROCEDURE DIVISION.

       000-ENTER-EMPLOYEE-TRANSACTIONS.

           OPEN INPUT  EMPMASTI
                INPUT  EMPDEDMI
                EXTEND EMPTRAN.
           PERFORM 010-SET-RUN-DATE.
           PERFORM 020-LOAD-REFERENCE-TABLES.
           IF NOT SESSION-ENDED
               IF DEPARTMENT-BUDGET-COUNT > ZERO
                   PERFORM 030-LOAD-DEPARTMENT-ACTUALS
               END-IF
               PERFORM 100-ACCEPT-BATCH-NUMBER
                   UNTIL BATCH-NUMBER-ENTERED
                      OR SESSION-ENDED.
           PERFORM 200-PROCESS-KEY-SCREEN
               UNTIL SESSION-ENDED.
           IF BATCH-OPEN
               PERFORM 500-WRITE-BATCH-TRAILER.
           CLOSE EMPMASTI
                 REFMAST
                 EMPDEDMI
                 EMPTRAN.
           STOP RUN.

       010-SET-RUN-DATE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.

       020-LOAD-REFERENCE-TABLES.

           OPEN INPUT REFMAST.
           PERFORM 025-LOAD-REFERENCE-ENTRY
               UNTIL REFMAST-EOF.
           IF VALID-DEPARTMENT-COUNT = ZERO
              OR VALID-JOB-CLASS-COUNT = ZERO
               DISPLAY "NO ACTIVE DEPARTMENT OR JOB CLASS CODES "
                   "ON REFMAST - RUN TERMINATED"
               SET SESSION-ENDED TO TRUE.

       025-LOAD-REFERENCE-ENTRY.

           READ REFMAST NEXT RECORD
               AT END
                   SET REFMAST-EOF TO TRUE.
           IF NOT REFMAST-EOF
               IF REFERENCE-ACTIVE
                   IF DEPARTMENT-ENTRY
                       IF VALID-DEPARTMENT-COUNT < 100
                           ADD 1 TO VALID-DEPARTMENT-COUNT
                           MOVE RF-RECORD-CODE
                               TO VALID-DEPARTMENT-ENTRY
                                   (VALID-DEPARTMENT-COUNT)
                       ELSE
                           DISPLAY "DEPARTMENT TABLE FULL - CODE "
                               RF-RECORD-CODE " NOT LOADED"
                   ELSE IF JOB-CLASS-ENTRY
                       IF VALID-JOB-CLASS-COUNT < 50
                           ADD 1 TO VALID-JOB-CLASS-COUNT
                           MOVE RF-RECORD-CODE
                               TO VALID-JOB-CLASS-ENTRY
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
                               RF-RECORD-CODE " NOT LOADED".

       030-LOAD-DEPARTMENT-ACTUALS.

           MOVE LOW-VALUES TO IR-EMPLOYEE-ID.
           START EMPMASTI KEY IS NOT < IR-EMPLOYEE-ID
               INVALID KEY
                   SET MASTER-EOF TO TRUE.
           PERFORM 035-ACCUMULATE-DEPARTMENT-ACTUAL
               UNTIL MASTER-EOF.

       035-ACCUMULATE-DEPARTMENT-ACTUAL.

           READ EMPMASTI NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE.
           IF NOT MASTER-EOF
               IF DEPARTMENT-BUDGET-COUNT > ZERO
                   SET BUDG-IDX TO 1
                   SEARCH DEPARTMENT-BUDGET-ENTRY
                       AT END
                           CONTINUE
                       WHEN DB-DEPART-CODE (BUDG-IDX) = IR-DEPART-CODE
                           ADD 1 TO DB-ACTUAL-HEADCOUNT (BUDG-IDX)
                           ADD IR-ANNUAL-SALARY
                               TO DB-ACTUAL-SALARY (BUDG-IDX).

       100-ACCEPT-BATCH-NUMBER.

           MOVE SPACES TO BS-BATCH-NUMBER-X.
           DISPLAY BATCH-NUMBER-SCREEN.
           ACCEPT BATCH-NUMBER-SCREEN.
           MOVE SPACES TO SCREEN-MESSAGE.
           IF BS-BATCH-NUMBER-X = SPACES
               SET SESSION-ENDED TO TRUE
           ELSE IF BS-BATCH-NUMBER NOT NUMERIC
              OR BS-BATCH-NUMBER = ZERO
               MOVE "BATCH NUMBER MUST BE 5 DIGITS, NOT ZERO"
                   TO SCREEN-MESSAGE
           ELSE IF BS-OPERATOR-ID = SPACES
               MOVE "OPERATOR ID IS REQUIRED" TO SCREEN-MESSAGE
           ELSE
               MOVE BS-BATCH-NUMBER TO BATCH-NUMBER
               SET BATCH-NUMBER-ENTERED TO TRUE.

       200-PROCESS-KEY-SCREEN.

           MOVE SPACE TO KS-ACTION-CODE.
           DISPLAY KEY-SCREEN.
           ACCEPT KEY-SCREEN.
           MOVE SPACES TO SCREEN-MESSAGE.
           IF END-SESSION-ACTION
               SET SESSION-ENDED TO TRUE
           ELSE IF KS-EMPLOYEE-ID = SPACES
               MOVE "EMPLOYEE ID IS REQUIRED" TO SCREEN-MESSAGE
           ELSE IF INQUIRY-ACTION
               PERFORM 300-SHOW-EMPLOYEE-INQUIRY
           ELSE IF TRANSACTION-ACTION
               PERFORM 400-ENTER-EMPLOYEE-TRANSACTION
           ELSE
               MOVE "ACTION MUST BE I, T OR X" TO SCREEN-MESSAGE.

       300-SHOW-EMPLOYEE-INQUIRY.

           MOVE SPACES TO INQUIRY-DISPLAY-AREA.
           PERFORM 310-READ-EMPLOYEE-MASTER.
           IF MASTER-FOUND
               PERFORM 320-FORMAT-MASTER-LINES
           ELSE
               PERFORM 315-FIND-HISTORY-RECORD
               IF HISTORY-FOUND
                   MOVE "NOT ON MASTER - ON HISTORY, TERMINATED"
                       TO SCREEN-MESSAGE
                   MOVE SH-TERMINATION-DATE
                       TO SCREEN-MESSAGE (41:8)
               ELSE
                   MOVE "EMPLOYEE NOT ON MASTER OR HISTORY"
                       TO SCREEN-MESSAGE.
           PERFORM 330-LOAD-DEDUCTION-LINES.
           PERFORM 340-LOAD-PENDING-LINES.
           PERFORM 350-LOAD-AUDIT-LINES.
           MOVE SPACE TO CONTINUE-RESPONSE.
           DISPLAY INQUIRY-SCREEN.
           ACCEPT INQUIRY-SCREEN.
           MOVE SPACES TO SCREEN-MESSAGE.

       310-READ-EMPLOYEE-MASTER.

           MOVE KS-EMPLOYEE-ID TO IR-EMPLOYEE-ID.
           READ EMPMASTI INTO EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   MOVE "N" TO MASTER-FOUND-SWITCH
                   MOVE SPACES TO EMPLOYEE-MASTER-RECORD
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE.

       315-FIND-HISTORY-RECORD.

           MOVE "N" TO HISTORY-EOF-SWITCH
                       HISTORY-FOUND-SWITCH.
           OPEN INPUT EMPHIST.
           PERFORM 316-SCAN-HISTORY-RECORD
               UNTIL HISTORY-EOF.
           CLOSE EMPHIST.

       316-SCAN-HISTORY-RECORD.

           READ EMPHIST
               AT END
                   SET HISTORY-EOF TO TRUE.
           IF NOT HISTORY-EOF
               IF HI-EMPLOYEE-ID = KS-EMPLOYEE-ID
                   SET HISTORY-FOUND TO TRUE
                   MOVE HISTORY-RECORD-AREA TO SAVED-HISTORY-RECORD.

       320-FORMAT-MASTER-LINES.

           MOVE EM-EMPLOYEE-NAME TO ML1-EMPLOYEE-NAME.
           EVALUATE EM-EMPLOYMENT-STATUS
               WHEN "U"
                   MOVE "UNPAID LEAVE" TO ML1-STATUS-TEXT
               WHEN "P"
                   MOVE "PAID LEAVE" TO ML1-STATUS-TEXT
               WHEN "S"
                   MOVE "SUSPENDED" TO ML1-STATUS-TEXT
               WHEN OTHER
                   MOVE "ACTIVE" TO ML1-STATUS-TEXT
           END-EVALUATE.
           MOVE MASTER-LINE-1 TO INQUIRY-LINE (1).
           MOVE EM-DEPART-CODE TO ML2-DEPART-CODE.
           MOVE "D" TO RF-RECORD-TYPE.
           MOVE EM-DEPART-CODE TO RF-RECORD-CODE.
           PERFORM 325-READ-REFERENCE-DESCRIPTION.
           MOVE RF-DESCRIPTION TO ML2-DEPART-NAME.
           MOVE REASON-TEXT TO ML2-DEPART-FLAG.
           MOVE MASTER-LINE-2 TO INQUIRY-LINE (2).
           MOVE EM-JOB-CLASS TO ML3-JOB-CLASS.
           MOVE "J" TO RF-RECORD-TYPE.
           MOVE EM-JOB-CLASS TO RF-RECORD-CODE.
           PERFORM 325-READ-REFERENCE-DESCRIPTION.
           MOVE RF-DESCRIPTION TO ML3-JOB-CLASS-NAME.
           MOVE REASON-TEXT TO ML3-JOB-CLASS-FLAG.
           MOVE MASTER-LINE-3 TO INQUIRY-LINE (3).
           IF HOURLY-PAY-TYPE
               MOVE "HOURLY" TO ML4-PAY-TYPE-TEXT
           ELSE
               MOVE "SALARIED" TO ML4-PAY-TYPE-TEXT.
           MOVE EM-ANNUAL-SALARY TO ML4-ANNUAL-SALARY.
           IF EM-HOURLY-RATE NUMERIC
               MOVE EM-HOURLY-RATE TO ML4-HOURLY-RATE
           ELSE
               MOVE ZERO TO ML4-HOURLY-RATE.
           MOVE MASTER-LINE-4 TO INQUIRY-LINE (4).
           MOVE EM-ORIGINAL-HIRE-DATE TO ML5-HIRE-DATE.
           MOVE EM-ADJ-SERVICE-DATE TO ML5-SERVICE-DATE.
           MOVE EM-VACATION-HOURS TO ML5-VACATION-HOURS.
           MOVE EM-SICK-HOURS TO ML5-SICK-HOURS.
           MOVE MASTER-LINE-5 TO INQUIRY-LINE (5).
           IF ON-LEAVE-STATUS
               MOVE EM-LEAVE-START-DATE TO ML6-LEAVE-START-DATE
               MOVE EM-LEAVE-RETURN-DATE TO ML6-LEAVE-RETURN-DATE
               MOVE MASTER-LINE-6 TO INQUIRY-LINE (6).

       325-READ-REFERENCE-DESCRIPTION.

           MOVE SPACES TO REASON-TEXT.
           READ REFMAST
               INVALID KEY
                   MOVE "NOT ON REFMAST" TO RF-DESCRIPTION
                   MOVE SPACE TO RF-ACTIVE-FLAG.
           IF NOT REFERENCE-ACTIVE
               MOVE "*RETIRED*" TO REASON-TEXT.

       330-LOAD-DEDUCTION-LINES.

           MOVE ZERO TO DEDUCTION-ACTIVE-COUNT.
           MOVE "N" TO DEDUCTION-EOF-SWITCH.
           MOVE KS-EMPLOYEE-ID TO DD-EMPLOYEE-ID.
           MOVE LOW-VALUES TO DD-DEDUCTION-TYPE.
           START EMPDEDMI KEY IS NOT < DD-DEDUCTION-KEY
               INVALID KEY
                   SET DEDUCTION-EOF TO TRUE.
           PERFORM 335-PROCESS-DEDUCTION-RECORD
               UNTIL DEDUCTION-EOF.
           MOVE DEDUCTION-ACTIVE-COUNT TO DH-ACTIVE-COUNT.
           MOVE DEDUCTION-HEADING-LINE TO INQUIRY-LINE (8).

       335-PROCESS-DEDUCTION-RECORD.

           READ EMPDEDMI NEXT RECORD
               AT END
                   SET DEDUCTION-EOF TO TRUE.
           IF NOT DEDUCTION-EOF
               IF DD-EMPLOYEE-ID NOT = KS-EMPLOYEE-ID
                   SET DEDUCTION-EOF TO TRUE
               ELSE IF DEDUCTION-ACTIVE
                   ADD 1 TO DEDUCTION-ACTIVE-COUNT
                   IF DEDUCTION-ACTIVE-COUNT
                          NOT > MAXIMUM-DEDUCTION-LINES
                       PERFORM 337-FORMAT-DEDUCTION-LINE.

       337-FORMAT-DEDUCTION-LINE.

           MOVE DD-DEDUCTION-TYPE TO DL-DEDUCTION-TYPE.
           MOVE DD-DESCRIPTION TO DL-DESCRIPTION.
           IF PERCENT-METHOD
               MOVE "PERCENT" TO DL-METHOD-TEXT
           ELSE
               MOVE "AMOUNT" TO DL-METHOD-TEXT.
           MOVE DD-DEDUCTION-AMOUNT TO DL-DEDUCTION-AMOUNT.
           MOVE DD-DEDUCTION-PERCENT TO DL-DEDUCTION-PERCENT.
           ADD 8 DEDUCTION-ACTIVE-COUNT GIVING INQUIRY-LINE-NUMBER.
           MOVE DEDUCTION-LINE TO INQUIRY-LINE (INQUIRY-LINE-NUMBER).

       340-LOAD-PENDING-LINES.

           MOVE ZERO TO PENDING-HELD-COUNT.
           MOVE "N" TO PENDING-EOF-SWITCH.
           OPEN INPUT EMPPEND.
           PERFORM 345-PROCESS-PENDING-RECORD
               UNTIL PENDING-EOF.
           CLOSE EMPPEND.
           MOVE PENDING-HELD-COUNT TO PH-HELD-COUNT.
           MOVE PENDING-HEADING-LINE TO INQUIRY-LINE (13).

       345-PROCESS-PENDING-RECORD.

           READ EMPPEND
               AT END
                   SET PENDING-EOF TO TRUE.
           IF NOT PENDING-EOF
               IF PT-EMPLOYEE-ID = KS-EMPLOYEE-ID
                   ADD 1 TO PENDING-HELD-COUNT
                   IF PENDING-HELD-COUNT NOT > MAXIMUM-PENDING-LINES
                       PERFORM 347-FORMAT-PENDING-LINE.

       347-FORMAT-PENDING-LINE.

           MOVE PT-TRANSACTION-CODE TO TRANSLATE-CODE.
           PERFORM 360-TRANSLATE-TRANSACTION-CODE.
           MOVE TRANSACTION-TEXT TO PL-TRANSACTION-TEXT.
           IF PT-EFFECTIVE-DATE NUMERIC
               ADD PT-EFFECTIVE-DATE 19000000
                   GIVING PL-EFFECTIVE-DATE
           ELSE
               MOVE ZERO TO PL-EFFECTIVE-DATE.
           IF PT-TRANSACTION-CODE = "A" OR "C"
               MOVE PT-EMPLOYEE-NAME TO PL-EMPLOYEE-NAME
               MOVE PT-DEPART-CODE TO PL-DEPART-CODE
           ELSE
               MOVE SPACES TO PL-EMPLOYEE-NAME
                              PL-DEPART-CODE.
           ADD 13 PENDING-HELD-COUNT GIVING INQUIRY-LINE-NUMBER.
           MOVE PENDING-LINE TO INQUIRY-LINE (INQUIRY-LINE-NUMBER).

       350-LOAD-AUDIT-LINES.

           MOVE ZERO TO AUDIT-CHANGE-COUNT
                        AUDIT-SAVED-COUNT.
           MOVE "N" TO AUDIT-EOF-SWITCH.
           OPEN INPUT EMPAUDIT.
           PERFORM 352-PROCESS-AUDIT-RECORD
               UNTIL AUDIT-EOF.
           CLOSE EMPAUDIT.
           MOVE AUDIT-CHANGE-COUNT TO AH-CHANGE-COUNT.
           MOVE AUDIT-HEADING-LINE TO INQUIRY-LINE (16).
           PERFORM 358-SHOW-SAVED-AUDIT-LINE
               VARYING AUD-IDX FROM 1 BY 1
               UNTIL AUD-IDX > AUDIT-SAVED-COUNT.

       352-PROCESS-AUDIT-RECORD.

           READ EMPAUDIT
               AT END
                   SET AUDIT-EOF TO TRUE.
           IF NOT AUDIT-EOF
               IF AU-EMPLOYEE-ID = KS-EMPLOYEE-ID
                   ADD 1 TO AUDIT-CHANGE-COUNT
                   PERFORM 354-FORMAT-AUDIT-LINE
                   PERFORM 355-SAVE-AUDIT-LINE.

       354-FORMAT-AUDIT-LINE.

           MOVE SPACES TO AUDIT-LINE.
           MOVE AU-DATE TO AL-AUDIT-DATE.
           MOVE AU-TRANSACTION-CODE TO TRANSLATE-CODE.
           PERFORM 360-TRANSLATE-TRANSACTION-CODE.
           MOVE TRANSACTION-TEXT TO AL-TRANSACTION-TEXT.
           IF AU-EFFECTIVE-DATE NUMERIC
               MOVE AU-EFFECTIVE-DATE TO AL-EFFECTIVE-DATE
           ELSE
               MOVE AU-DATE TO AL-EFFECTIVE-DATE.
           IF AU-BEFORE-EMPLOYEE-NAME NOT = AU-AFTER-EMPLOYEE-NAME
               MOVE "NAME" TO AL-NAME-FLAG.
           IF AU-BEFORE-DEPART-CODE NOT = AU-AFTER-DEPART-CODE
               MOVE "DEPT" TO AL-DEPART-FLAG.
           IF AU-BEFORE-JOB-CLASS NOT = AU-AFTER-JOB-CLASS
               MOVE "JOB" TO AL-JOB-CLASS-FLAG.
           IF AU-BEFORE-ANNUAL-SALARY NOT = AU-AFTER-ANNUAL-SALARY
               MOVE "SAL" TO AL-SALARY-FLAG.
           IF AU-BEFORE-VACATION-HOURS NOT = AU-AFTER-VACATION-HOURS
               MOVE "VAC" TO AL-VACATION-FLAG.
           IF AU-BEFORE-SICK-HOURS NOT = AU-AFTER-SICK-HOURS
               MOVE "SICK" TO AL-SICK-FLAG.
           IF AU-BEFORE-EMPLOYMENT-STATUS
                  NOT = AU-AFTER-EMPLOYMENT-STATUS
               MOVE "STAT" TO AL-STATUS-FLAG.
           IF AU-BEFORE-PAY-TYPE NOT = AU-AFTER-PAY-TYPE
               MOVE "PAY" TO AL-PAY-TYPE-FLAG.
           IF AU-BEFORE-HOURLY-RATE NOT = AU-AFTER-HOURLY-RATE
               MOVE "RATE" TO AL-RATE-FLAG.

       355-SAVE-AUDIT-LINE.

           IF AUDIT-SAVED-COUNT < MAXIMUM-AUDIT-LINES
               ADD 1 TO AUDIT-SAVED-COUNT
           ELSE
               PERFORM 356-SHIFT-SAVED-AUDIT-LINE
                   VARYING AUD-IDX FROM 1 BY 1
                   UNTIL AUD-IDX NOT < MAXIMUM-AUDIT-LINES.
           MOVE AUDIT-LINE TO SAVED-AUDIT-LINE (AUDIT-SAVED-COUNT).

       356-SHIFT-SAVED-AUDIT-LINE.

           MOVE SAVED-AUDIT-LINE (AUD-IDX + 1)
               TO SAVED-AUDIT-LINE (AUD-IDX).

       358-SHOW-SAVED-AUDIT-LINE.

           SET INQUIRY-LINE-NUMBER TO AUD-IDX.
           ADD 16 TO INQUIRY-LINE-NUMBER.
           MOVE SAVED-AUDIT-LINE (AUD-IDX)
               TO INQUIRY-LINE (INQUIRY-LINE-NUMBER).

       360-TRANSLATE-TRANSACTION-CODE.

           EVALUATE TRANSLATE-CODE
               WHEN "A"
                   MOVE "ADD" TO TRANSACTION-TEXT
               WHEN "C"
                   MOVE "CHANGE" TO TRANSACTION-TEXT
               WHEN "D"
                   MOVE "DELETE" TO TRANSACTION-TEXT
               WHEN "R"
                   MOVE "REHIRE" TO TRANSACTION-TEXT
               WHEN "Y"
                   MOVE "YEAR-END" TO TRANSACTION-TEXT
               WHEN "M"
                   MOVE "MASS ADJ" TO TRANSACTION-TEXT
               WHEN "V"
                   MOVE "VACATION" TO TRANSACTION-TEXT
               WHEN "S"
                   MOVE "SICK" TO TRANSACTION-TEXT
               WHEN "L"
                   MOVE "LEAVE BEG" TO TRANSACTION-TEXT
               WHEN "E"
                   MOVE "LEAVE END" TO TRANSACTION-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO TRANSACTION-TEXT
           END-EVALUATE.

       400-ENTER-EMPLOYEE-TRANSACTION.

           PERFORM 310-READ-EMPLOYEE-MASTER.
           MOVE SPACES TO TRANSACTION-ENTRY-FIELDS.
           MOVE "N" TO ENTRY-COMPLETE-SWITCH.
           IF BATCH-TRANSACTION-COUNT NOT < MAXIMUM-BATCH-SIZE
               MOVE "BATCH FULL - END SESSION AND START A NEW BATCH"
                   TO SCREEN-MESSAGE
               SET ENTRY-COMPLETE TO TRUE.
           PERFORM 410-PROCESS-TRANSACTION-SCREEN
               UNTIL ENTRY-COMPLETE.

       410-PROCESS-TRANSACTION-SCREEN.

           DISPLAY TRANSACTION-SCREEN.
           ACCEPT TRANSACTION-SCREEN.
           MOVE SPACES TO SCREEN-MESSAGE.
           IF TE-TRANSACTION-CODE = SPACE
               MOVE "TRANSACTION CANCELLED" TO SCREEN-MESSAGE
               SET ENTRY-COMPLETE TO TRUE
           ELSE
               PERFORM 420-EDIT-ENTRY-FIELDS
               IF VALID-TRANSACTION
                   PERFORM 430-BUILD-EMPLOYEE-TRANSACTION
                   PERFORM 440-EDIT-EMPLOYEE-TRANSACTION
               END-IF
               IF VALID-TRANSACTION
                   PERFORM 480-WRITE-BATCH-TRANSACTION
                   SET ENTRY-COMPLETE TO TRUE.

       420-EDIT-ENTRY-FIELDS.

           SET VALID-TRANSACTION TO TRUE.
           IF TE-ANNUAL-SALARY-X = SPACES
               MOVE ZEROS TO TE-ANNUAL-SALARY.
           IF TE-HOURLY-RATE-X = SPACES
               MOVE ZEROS TO TE-HOURLY-RATE.
           IF TE-LEAVE-HOURS-X = SPACES
               MOVE ZEROS TO TE-LEAVE-HOURS.
           IF TE-RETURN-DATE-X = SPACES
               MOVE ZEROS TO TE-RETURN-DATE.
           IF TE-EFFECTIVE-DATE-X = SPACES
               MOVE RUN-DATE-YYYYMMDD TO TE-EFFECTIVE-DATE.
           IF TE-EFFECTIVE-DATE NOT NUMERIC
              OR TE-EFFECTIVE-YEAR < 1900
              OR TE-EFFECTIVE-MONTH < 1 OR TE-EFFECTIVE-MONTH > 12
              OR TE-EFFECTIVE-DAY < 1 OR TE-EFFECTIVE-DAY > 31
               SET INVALID-TRANSACTION TO TRUE
               MOVE "EFFECTIVE DATE MUST BE A VALID YYYYMMDD DATE"
                   TO SCREEN-MESSAGE
           ELSE IF TE-ANNUAL-SALARY NOT NUMERIC
               SET INVALID-TRANSACTION TO TRUE
               MOVE "ANNUAL SALARY MUST BE 9 DIGITS, 2 DECIMALS"
                   TO SCREEN-MESSAGE
           ELSE IF TE-HOURLY-RATE NOT NUMERIC
               SET INVALID-TRANSACTION TO TRUE
               MOVE "HOURLY RATE MUST BE 5 DIGITS, 2 DECIMALS"
                   TO SCREEN-MESSAGE
           ELSE IF TE-LEAVE-HOURS NOT NUMERIC
              OR NOT VALID-LEAVE-SIGN
               SET INVALID-TRANSACTION TO TRUE
               MOVE "LEAVE HOURS MUST BE 5 DIGITS AND SIGN + OR -"
                   TO SCREEN-MESSAGE
           ELSE IF NOT VALID-OVERRIDE-FLAG
               SET INVALID-TRANSACTION TO TRUE
               MOVE "BUDGET OVERRIDE MUST BE Y, N OR BLANK"
                   TO SCREEN-MESSAGE
           ELSE
               MOVE TE-EFFECTIVE-DATE TO TRANSACTION-DATE-YYYYMMDD.

       430-BUILD-EMPLOYEE-TRANSACTION.

           MOVE SPACES TO EMPLOYEE-TRANSACTION.
           MOVE TE-TRANSACTION-CODE TO ET-TRANSACTION-CODE.
           IF VACATION-TRANSACTION OR SICK-TRANSACTION
               MOVE KS-EMPLOYEE-ID TO ET-LEAVE-EMPLOYEE-ID
               IF NEGATIVE-LEAVE-HOURS
                   SUBTRACT TE-LEAVE-HOURS FROM ZERO
                       GIVING ET-LEAVE-HOURS
               ELSE
                   MOVE TE-LEAVE-HOURS TO ET-LEAVE-HOURS
               END-IF
           ELSE IF START-LEAVE-RECORD OR END-LEAVE-RECORD
               MOVE KS-EMPLOYEE-ID TO ET-STATUS-EMPLOYEE-ID
               MOVE TE-LEAVE-TYPE TO ET-LEAVE-TYPE
               IF TE-RETURN-DATE NUMERIC
                   MOVE TE-RETURN-DATE TO ET-EXPECTED-RETURN-DATE
               END-IF
           ELSE
               MOVE KS-EMPLOYEE-ID TO ET-EMPLOYEE-ID
               MOVE TE-EMPLOYEE-NAME TO ET-EMPLOYEE-NAME
               MOVE TE-DEPART-CODE TO ET-DEPART-CODE
               MOVE TE-JOB-CLASS TO ET-JOB-CLASS
               MOVE TE-ANNUAL-SALARY TO ET-ANNUAL-SALARY
               MOVE TE-PAY-TYPE TO ET-PAY-TYPE
               MOVE TE-HOURLY-RATE TO ET-HOURLY-RATE.
           SUBTRACT 19000000 FROM TRANSACTION-DATE-YYYYMMDD
               GIVING ET-EFFECTIVE-DATE.
           MOVE TE-OVERRIDE-FLAG TO ET-OVERRIDE-FLAG.
           MOVE BS-OPERATOR-ID TO ET-ENTERED-BY.

       440-EDIT-EMPLOYEE-TRANSACTION.

           SET VALID-TRANSACTION TO TRUE.
           MOVE "N" TO OVER-BUDGET-SWITCH.
           MOVE SPACE TO ERROR-REASON-CODE.
           PERFORM 310-READ-EMPLOYEE-MASTER.
           IF DELETE-RECORD
               IF NOT MASTER-FOUND
                   MOVE "3" TO ERROR-REASON-CODE
               END-IF
           ELSE IF ADD-RECORD
               IF MASTER-FOUND
                   MOVE "1" TO ERROR-REASON-CODE
               ELSE
                   SET VALIDATE-FOR-ADD-RECORD TO TRUE
                   PERFORM 441-VALIDATE-TRANSACTION-DATA
                   IF VALID-TRANSACTION
                       MOVE ET-DEPART-CODE TO BUDGET-DEPART-CODE
                       MOVE 1 TO BUDGET-HEADCOUNT-CHANGE
                       MOVE NEW-ANNUAL-SALARY TO BUDGET-SALARY-CHANGE
                       PERFORM 444-CHECK-POSITION-BUDGET
                   END-IF
                   PERFORM 447-SET-VALIDATION-REASON
               END-IF
           ELSE IF CHANGE-RECORD
               IF MASTER-FOUND
                   SET VALIDATE-FOR-CHANGE-RECORD TO TRUE
                   PERFORM 441-VALIDATE-TRANSACTION-DATA
                   IF VALID-TRANSACTION
                       PERFORM 445-CHECK-CHANGE-BUDGET
                   END-IF
                   PERFORM 447-SET-VALIDATION-REASON
               ELSE
                   MOVE "2" TO ERROR-REASON-CODE
               END-IF
           ELSE IF VACATION-TRANSACTION
               IF MASTER-FOUND
                   PERFORM 452-VALIDATE-VACATION-HOURS
                   IF INVALID-TRANSACTION
                       MOVE "6" TO ERROR-REASON-CODE
                   END-IF
               ELSE
                   MOVE "5" TO ERROR-REASON-CODE
               END-IF
           ELSE IF SICK-TRANSACTION
               IF NOT MASTER-FOUND
                   MOVE "5" TO ERROR-REASON-CODE
               END-IF
           ELSE IF REHIRE-RECORD
               IF MASTER-FOUND
                   MOVE "8" TO ERROR-REASON-CODE
               ELSE
                   PERFORM 448-VALIDATE-REHIRE
               END-IF
           ELSE IF START-LEAVE-RECORD
               IF MASTER-FOUND
                   PERFORM 450-VALIDATE-LEAVE-START
               ELSE
                   MOVE "B" TO ERROR-REASON-CODE
               END-IF
           ELSE IF END-LEAVE-RECORD
               IF MASTER-FOUND
                   IF NOT ON-LEAVE-STATUS
                       MOVE "F" TO ERROR-REASON-CODE
                   END-IF
               ELSE
                   MOVE "E" TO ERROR-REASON-CODE
               END-IF
           ELSE
               MOVE "7" TO ERROR-REASON-CODE.
           IF ERROR-REASON-CODE NOT = SPACE
               SET INVALID-TRANSACTION TO TRUE
               PERFORM 460-TRANSLATE-REASON-CODE
               MOVE REASON-TEXT TO SCREEN-MESSAGE.

       441-VALIDATE-TRANSACTION-DATA.

           SET VALID-TRANSACTION TO TRUE.
           MOVE "N" TO OVER-BUDGET-SWITCH.

           IF VALIDATE-FOR-ADD-RECORD OR ET-DEPART-CODE NOT = SPACES
               SET DEPT-IDX TO 1
               SEARCH VALID-DEPARTMENT-ENTRY
                   AT END
                       SET INVALID-TRANSACTION TO TRUE
                   WHEN VALID-DEPARTMENT-ENTRY (DEPT-IDX)
                            = ET-DEPART-CODE
                       CONTINUE.

           IF VALID-TRANSACTION
               IF VALIDATE-FOR-ADD-RECORD
                  OR ET-JOB-CLASS NOT = SPACES
                   SET JOBC-IDX TO 1
                   SEARCH VALID-JOB-CLASS-ENTRY
                       AT END
                           SET INVALID-TRANSACTION TO TRUE
                       WHEN VALID-JOB-CLASS-ENTRY (JOBC-IDX)
                                = ET-JOB-CLASS
                           CONTINUE.

           IF VALID-TRANSACTION
               IF NOT VALID-PAY-TYPE
                   SET INVALID-TRANSACTION TO TRUE
               ELSE
                   PERFORM 442-SET-NEW-PAY-DATA.

           IF VALID-TRANSACTION
               IF NEW-HOURLY-PAY
                   IF VALIDATE-FOR-ADD-RECORD
                      OR ET-PAY-TYPE NOT = SPACE
                      OR ET-JOB-CLASS NOT = SPACES
                      OR (ET-HOURLY-RATE NUMERIC
                          AND ET-HOURLY-RATE > ZERO)
                       PERFORM 443-VALIDATE-HOURLY-RATE
                   END-IF
               ELSE IF VALIDATE-FOR-ADD-RECORD
                  OR ET-ANNUAL-SALARY NOT = ZEROS
                   IF ET-ANNUAL-SALARY < MINIMUM-ANNUAL-SALARY
                      OR ET-ANNUAL-SALARY > MAXIMUM-ANNUAL-SALARY
                       SET INVALID-TRANSACTION TO TRUE
                   END-IF
               ELSE IF HOURLY-PAY-TYPE
                   SET INVALID-TRANSACTION TO TRUE.

       442-SET-NEW-PAY-DATA.

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

       443-VALIDATE-HOURLY-RATE.

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

       444-CHECK-POSITION-BUDGET.

           MOVE "N" TO OVER-BUDGET-SWITCH.
           IF DEPARTMENT-BUDGET-COUNT > ZERO
               SET BUDG-IDX TO 1
               SEARCH DEPARTMENT-BUDGET-ENTRY
                   AT END
                       CONTINUE
                   WHEN DB-DEPART-CODE (BUDG-IDX) = BUDGET-DEPART-CODE
                       PERFORM 446-TEST-BUDGET-LIMITS.
           IF OVER-BUDGET
               IF BUDGET-OVERRIDE
                   MOVE "N" TO OVER-BUDGET-SWITCH
               ELSE
                   SET INVALID-TRANSACTION TO TRUE.

       445-CHECK-CHANGE-BUDGET.

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
               PERFORM 444-CHECK-POSITION-BUDGET
           ELSE IF BUDGET-NEW-SALARY > EM-ANNUAL-SALARY
               MOVE ZERO TO BUDGET-HEADCOUNT-CHANGE
               SUBTRACT EM-ANNUAL-SALARY FROM BUDGET-NEW-SALARY
                   GIVING BUDGET-SALARY-CHANGE
               PERFORM 444-CHECK-POSITION-BUDGET.

       446-TEST-BUDGET-LIMITS.

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

       447-SET-VALIDATION-REASON.

           IF INVALID-TRANSACTION
               IF OVER-BUDGET
                   MOVE "A" TO ERROR-REASON-CODE
               ELSE
                   MOVE "4" TO ERROR-REASON-CODE.

       448-VALIDATE-REHIRE.

           PERFORM 315-FIND-HISTORY-RECORD.
           IF HISTORY-FOUND
               MOVE SH-DEPART-CODE TO BUDGET-DEPART-CODE
               MOVE 1 TO BUDGET-HEADCOUNT-CHANGE
               MOVE SH-ANNUAL-SALARY TO BUDGET-SALARY-CHANGE
               PERFORM 444-CHECK-POSITION-BUDGET
               IF INVALID-TRANSACTION
                   MOVE "A" TO ERROR-REASON-CODE
               END-IF
           ELSE
               MOVE "9" TO ERROR-REASON-CODE.

       450-VALIDATE-LEAVE-START.

           IF ON-LEAVE-STATUS
               MOVE "D" TO ERROR-REASON-CODE
           ELSE IF NOT VALID-LEAVE-TYPE
               MOVE "C" TO ERROR-REASON-CODE
           ELSE IF ET-EXPECTED-RETURN-DATE NOT NUMERIC
               MOVE "C" TO ERROR-REASON-CODE
           ELSE IF ET-EXPECTED-RETURN-DATE > ZERO
              AND ET-EXPECTED-RETURN-DATE
                      NOT > TRANSACTION-DATE-YYYYMMDD
               MOVE "C" TO ERROR-REASON-CODE.

       452-VALIDATE-VACATION-HOURS.

           SET VALID-TRANSACTION TO TRUE.
           MOVE ET-LEAVE-HOURS TO VACATION-HOURS-WHOLE-PART.
           IF VACATION-HOURS-WHOLE-PART NOT = ET-LEAVE-HOURS
               SET INVALID-TRANSACTION TO TRUE.

       460-TRANSLATE-REASON-CODE.

           EVALUATE ERROR-REASON-CODE
               WHEN "1"
                   MOVE "DUPLICATE ADD - ALREADY ON FILE"
                       TO REASON-TEXT
               WHEN "2"
                   MOVE "MASTER NOT FOUND - CHANGE REJECTED"
                       TO REASON-TEXT
               WHEN "3"
                   MOVE "MASTER NOT FOUND - DELETE REJECTED"
                       TO REASON-TEXT
               WHEN "4"
                   MOVE "INVALID DEPT, JOB CLASS, OR SALARY"
                       TO REASON-TEXT
               WHEN "5"
                   MOVE "MASTER NOT FOUND - LEAVE REJECTED"
                       TO REASON-TEXT
               WHEN "6"
                   MOVE "VACATION HOURS NOT A WHOLE NUMBER"
                       TO REASON-TEXT
               WHEN "7"
                   MOVE "UNRECOGNIZED TRANSACTION CODE"
                       TO REASON-TEXT
               WHEN "8"
                   MOVE "REHIRE - ALREADY ACTIVE ON MASTER"
                       TO REASON-TEXT
               WHEN "9"
                   MOVE "REHIRE - NO HISTORY RECORD FOUND"
                       TO REASON-TEXT
               WHEN "A"
                   MOVE "OVER DEPARTMENT POSITION BUDGET"
                       TO REASON-TEXT
               WHEN "B"
                   MOVE "MASTER NOT FOUND - LEAVE START"
                       TO REASON-TEXT
               WHEN "C"
                   MOVE "INVALID LEAVE TYPE OR RETURN DATE"
                       TO REASON-TEXT
               WHEN "D"
                   MOVE "LEAVE START - ALREADY ON LEAVE"
                       TO REASON-TEXT
               WHEN "E"
                   MOVE "MASTER NOT FOUND - LEAVE END"
                       TO REASON-TEXT
               WHEN "F"
                   MOVE "LEAVE END - NOT ON LEAVE"
                       TO REASON-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN REASON CODE"
                       TO REASON-TEXT
           END-EVALUATE.

       470-WRITE-BATCH-HEADER.

           MOVE SPACES TO BATCH-CONTROL-RECORD.
           MOVE "B" TO BC-RECORD-CODE.
           MOVE BATCH-NUMBER TO BC-BATCH-NUMBER.
           WRITE TRANSACTION-RECORD FROM BATCH-CONTROL-RECORD.
           SET BATCH-OPEN TO TRUE.

       480-WRITE-BATCH-TRANSACTION.

           IF NOT BATCH-OPEN
               PERFORM 470-WRITE-BATCH-HEADER.
           WRITE TRANSACTION-RECORD FROM EMPLOYEE-TRANSACTION.
           ADD 1 TO BATCH-TRANSACTION-COUNT.
           MOVE ET-EMPLOYEE-ID TO HASH-EMPLOYEE-ID.
           IF HASH-EMPLOYEE-NUMBER NUMERIC
               ADD HASH-EMPLOYEE-NUMBER TO BATCH-HASH-TOTAL.
           IF TRANSACTION-DATE-YYYYMMDD > RUN-DATE-YYYYMMDD
               MOVE "ADDED - FUTURE DATED, HELD UNTIL EFFECTIVE DATE"
                   TO SCREEN-MESSAGE
           ELSE
               MOVE "TRANSACTION ADDED TO BATCH" TO SCREEN-MESSAGE.

       500-WRITE-BATCH-TRAILER.

           MOVE SPACES TO BATCH-CONTROL-RECORD.
           MOVE "T" TO BC-RECORD-CODE.
           MOVE BATCH-TRANSACTION-COUNT TO BC-EXPECTED-COUNT.
           MOVE BATCH-HASH-TOTAL TO BC-EXPECTED-HASH.
           WRITE TRANSACTION-RECORD FROM BATCH-CONTROL-RECORD.
           MOVE "N" TO BATCH-OPEN-SWITCH.
           DISPLAY "EMPINQTR BATCH " BATCH-NUMBER " CLOSED - "
               BATCH-TRANSACTION-COUNT " TRANSACTIONS, HASH "
               BATCH-HASH-TOTAL.
