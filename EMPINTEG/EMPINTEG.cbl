       IDENTIFICATION DIVISION.

       PROGRAM-ID. EMPINTEG.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL INTGPARM ASSIGN TO INTGPARM.
           SELECT EMPMASTI ASSIGN TO EMPMASTI
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS IR-EMPLOYEE-ID.
           SELECT REFMAST  ASSIGN TO REFMAST
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS RF-RECORD-KEY.
           SELECT OPTIONAL EMPDEDMI ASSIGN TO EMPDEDMI
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS DD-DEDUCTION-KEY.
           SELECT OPTIONAL EMPPEND  ASSIGN TO EMPPEND.
           SELECT OPTIONAL EMPHIST  ASSIGN TO EMPHIST.
           SELECT INTGDED  ASSIGN TO INTGDED.
           SELECT INTGTRAN ASSIGN TO INTGTRAN.
           SELECT INTGRPT  ASSIGN TO INTGRPT
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  INTGPARM.

       01  INTEGRITY-PARM-RECORD.
           05  IP-RECORD-TYPE          PIC X.
               88  CONTROL-PARM                 VALUE "C".
               88  DEPARTMENT-REMAP             VALUE "D".
               88  JOB-CLASS-REMAP              VALUE "J".
           05  IP-CONTROL-DATA.
               10  IP-RUN-MODE         PIC X.
                   88  UPDATE-MODE-REQUESTED    VALUE "U".
               10  IP-BATCH-NUMBER     PIC 9(5).
               10  IP-EFFECTIVE-DATE   PIC 9(7).
               10  FILLER              PIC X(43).
           05  IP-REMAP-DATA REDEFINES IP-CONTROL-DATA.
               10  IP-OLD-CODE         PIC X(5).
               10  IP-NEW-CODE         PIC X(5).
               10  FILLER              PIC X(46).

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
               10  RF-RECORD-CODE      PIC X(5).
           05  RF-DESCRIPTION          PIC X(30).
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
           05  DD-DEDUCTION-AMOUNT     PIC 9(5)V99.
           05  DD-DEDUCTION-PERCENT    PIC 9(2)V99.
           05  DD-ACTIVE-FLAG          PIC X.
               88  DEDUCTION-ACTIVE             VALUE "A".
           05  FILLER                  PIC X(9).

       FD  EMPPEND.

       01  PENDING-TRANSACTION.
           05  PT-TRANSACTION-CODE     PIC X.
               88  PENDING-NEW-EMPLOYEE         VALUE "A" "R".
           05  PT-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(46).
           05  PT-EFFECTIVE-DATE       PIC 9(7).
           05  FILLER                  PIC X(21).

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

       FD  INTGDED.

       01  DEDUCTION-TRANSACTION-AREA PIC X(50).

       FD  INTGTRAN.

       01  CHANGE-RECORD-AREA         PIC X(80).

       FD  INTGRPT.

       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  INTGPARM-EOF-SWITCH     PIC X    VALUE "N".
               88  INTGPARM-EOF                 VALUE "Y".
           05  MASTER-EOF-SWITCH       PIC X    VALUE "N".
               88  MASTER-EOF                   VALUE "Y".
           05  DEDUCTION-EOF-SWITCH    PIC X    VALUE "N".
               88  DEDUCTION-EOF                VALUE "Y".
           05  PENDING-EOF-SWITCH      PIC X    VALUE "N".
               88  PENDING-EOF                  VALUE "Y".
           05  HISTORY-EOF-SWITCH      PIC X    VALUE "N".
               88  HISTORY-EOF                  VALUE "Y".
           05  MASTER-FOUND-SWITCH     PIC X    VALUE "N".
               88  MASTER-FOUND                 VALUE "Y".
           05  REFERENCE-FOUND-SWITCH  PIC X    VALUE "N".
               88  REFERENCE-FOUND              VALUE "Y".
           05  REMAP-FOUND-SWITCH      PIC X    VALUE "N".
               88  REMAP-FOUND                  VALUE "Y".
           05  UPDATE-MODE-SWITCH      PIC X    VALUE "N".
               88  UPDATE-MODE                  VALUE "Y".
           05  BATCH-OPEN-SWITCH       PIC X    VALUE "N".
               88  BATCH-OPEN                   VALUE "Y".

       01  RUN-DATE-FIELDS.
           05  RUN-DATE-YYYYMMDD       PIC 9(8).
           05  RUN-DATE-PARTS REDEFINES RUN-DATE-YYYYMMDD.
               10  RUN-DATE-CENTURY    PIC 99.
               10  RUN-DATE-YYMMDD     PIC 9(6).
           05  RUN-DATE-CYYMMDD        PIC 9(7).
           05  RUN-DATE-CYY-PARTS REDEFINES RUN-DATE-CYYMMDD.
               10  RUN-CENTURY-DIGIT   PIC 9.
               10  RUN-YYMMDD          PIC 9(6).

       01  INTEGRITY-WORK-FIELDS.
           05  BATCH-NUMBER-USED       PIC 9(5)      VALUE ZERO.
           05  EFFECTIVE-DATE-USED     PIC 9(7)      VALUE ZERO.
           05  LAST-DEDUCTION-EMPLOYEE-ID
                                       PIC X(5)      VALUE SPACES.
           05  LOOKUP-EMPLOYEE-ID      PIC X(5).
           05  REMAP-RECORD-TYPE       PIC X.
           05  REMAP-OLD-CODE          PIC X(5).
           05  NEW-DEPART-CODE         PIC X(5).
           05  NEW-JOB-CLASS           PIC X(5).

       01  REMAP-TABLE-COUNTS.
           05  REMAP-ENTRY-COUNT       PIC S9(3) COMP VALUE ZERO.

       01  CODE-REMAP-TABLE.
           05  CODE-REMAP-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON REMAP-ENTRY-COUNT
                   INDEXED BY MAP-IDX.
               10  CM-RECORD-TYPE      PIC X.
               10  CM-OLD-CODE         PIC X(5).
               10  CM-NEW-CODE         PIC X(5).
               10  CM-VALID-FLAG       PIC X.

       01  DEDUCTION-TRANSACTION.
           05  DT-ACTION-CODE          PIC X.
           05  DT-EMPLOYEE-ID          PIC X(5).
           05  DT-DEDUCTION-TYPE       PIC X(3).
           05  DT-DESCRIPTION          PIC X(20).
           05  DT-METHOD-CODE          PIC X.
           05  DT-DEDUCTION-AMOUNT     PIC 9(5)V99.
           05  DT-DEDUCTION-PERCENT    PIC 9(2)V99.
           05  FILLER                  PIC X(9).

       01  BATCH-HEADER-RECORD.
           05  BH-RECORD-CODE          PIC X.
           05  BH-BATCH-NUMBER         PIC 9(5).
           05  FILLER                  PIC X(74).

       01  CHANGE-TRANSACTION-RECORD.
           05  CH-TRANSACTION-CODE     PIC X.
           05  CH-EMPLOYEE-ID          PIC X(5).
           05  CH-EMPLOYEE-NAME        PIC X(30).
           05  CH-DEPART-CODE          PIC X(5).
           05  CH-JOB-CLASS            PIC X(2).
           05  CH-ANNUAL-SALARY        PIC S9(7)V99.
           05  CH-EFFECTIVE-DATE       PIC 9(7).
           05  CH-OVERRIDE-FLAG        PIC X.
           05  CH-PAY-TYPE             PIC X.
           05  CH-HOURLY-RATE          PIC 9(3)V99.
           05  CH-ENTERED-BY           PIC X(8).
           05  CH-APPROVAL-MARK        PIC X.
           05  FILLER                  PIC X(5).

       01  BATCH-TRAILER-RECORD.
           05  TR-RECORD-CODE          PIC X.
           05  TR-RECORD-COUNT         PIC 9(5).
           05  TR-RECORD-HASH          PIC 9(10).
           05  FILLER                  PIC X(64).

       01  BATCH-TOTALS.
           05  BATCH-RECORD-COUNT      PIC 9(5)      VALUE ZERO.
           05  BATCH-RECORD-HASH       PIC 9(10)     VALUE ZERO.
           05  BATCHES-WRITTEN-COUNT   PIC 9(5)      VALUE ZERO.
           05  EMPLOYEE-ID-NUMERIC     PIC 9(5).

       01  INTEGRITY-TOTALS.
           05  MASTER-READ-COUNT       PIC 9(7)      VALUE ZERO.
           05  DEDUCTIONS-READ-COUNT   PIC 9(7)      VALUE ZERO.
           05  PENDING-READ-COUNT      PIC 9(7)      VALUE ZERO.
           05  HISTORY-READ-COUNT      PIC 9(7)      VALUE ZERO.
           05  RETIRED-DEPART-COUNT    PIC 9(7)      VALUE ZERO.
           05  RETIRED-JOB-CLASS-COUNT PIC 9(7)      VALUE ZERO.
           05  ORPHAN-DEDUCTION-COUNT  PIC 9(7)      VALUE ZERO.
           05  INACTIVE-ORPHAN-COUNT   PIC 9(7)      VALUE ZERO.
           05  ORPHAN-PENDING-COUNT    PIC 9(7)      VALUE ZERO.
           05  MASTER-AND-HISTORY-COUNT
                                       PIC 9(7)      VALUE ZERO.
           05  REMAPS-REJECTED-COUNT   PIC 9(7)      VALUE ZERO.
           05  RETIRES-WRITTEN-COUNT   PIC 9(7)      VALUE ZERO.
           05  CHANGES-WRITTEN-COUNT   PIC 9(7)      VALUE ZERO.
           05  EXCEPTION-COUNT         PIC 9(7)      VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(44)
               VALUE "EMPINTEG CROSS-FILE REFERENTIAL INTEGRITY".
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                  PIC X(7)  VALUE "MODE - ".
           05  H2-RUN-MODE             PIC X(11).
           05  FILLER                  PIC X(10) VALUE "  BATCH - ".
           05  H2-BATCH-NUMBER         PIC 9(5).
           05  FILLER                  PIC X(20)
               VALUE "  EFFECTIVE DATE - ".
           05  H2-EFFECTIVE-DATE       PIC 9(7).
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER                  PIC X(8)  VALUE "FILE".
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "EMPNO".
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "CODE".
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE "EXCEPTION".
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(36) VALUE "ACTION".
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  EXCEPTION-LINE.
           05  EX-FILE-NAME            PIC X(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  EX-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  EX-ITEM-CODE            PIC X(5).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  EX-EXCEPTION-TEXT       PIC X(40).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  EX-ACTION-TEXT          PIC X(30).
           05  FILLER                  PIC X     VALUE SPACE.
           05  EX-NEW-CODE             PIC X(5).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  CTL-TOTALS-LINE.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  CTL-LABEL               PIC X(25).
           05  CTL-VALUE               PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  BLANK-LINE                  PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       000-CHECK-FILE-INTEGRITY.

           OPEN INPUT  INTGPARM
                INPUT  EMPMASTI
                INPUT  REFMAST
                INPUT  EMPDEDMI
                OUTPUT INTGDED
                OUTPUT INTGTRAN
                OUTPUT INTGRPT.
           PERFORM 010-SET-RUN-DATE.
           PERFORM 020-READ-INTEGRITY-PARM
               UNTIL INTGPARM-EOF.
           PERFORM 030-SET-RUN-MODE.
           PERFORM 040-WRITE-REPORT-HEADINGS.
           PERFORM 050-VALIDATE-REMAP-ENTRY
               VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-IDX > REMAP-ENTRY-COUNT.
           PERFORM 100-CHECK-MASTER-REFERENCES
               UNTIL MASTER-EOF.
           PERFORM 200-CHECK-DEDUCTION-RECORD
               UNTIL DEDUCTION-EOF.
           OPEN INPUT EMPPEND.
           PERFORM 300-CHECK-PENDING-RECORD
               UNTIL PENDING-EOF.
           CLOSE EMPPEND.
           OPEN INPUT EMPHIST.
           PERFORM 400-CHECK-HISTORY-RECORD
               UNTIL HISTORY-EOF.
           CLOSE EMPHIST.
           IF BATCH-OPEN
               PERFORM 610-WRITE-BATCH-TRAILER.
           PERFORM 800-WRITE-CONTROL-TOTALS.
           CLOSE INTGPARM
                 EMPMASTI
                 REFMAST
                 EMPDEDMI
                 INTGDED
                 INTGTRAN
                 INTGRPT.
           STOP RUN.

       010-SET-RUN-DATE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           SUBTRACT 19 FROM RUN-DATE-CENTURY GIVING RUN-CENTURY-DIGIT.
           MOVE RUN-DATE-YYMMDD TO RUN-YYMMDD.
           MOVE RUN-DATE-CYYMMDD TO EFFECTIVE-DATE-USED.

       020-READ-INTEGRITY-PARM.

           READ INTGPARM
               AT END
                   SET INTGPARM-EOF TO TRUE.
           IF NOT INTGPARM-EOF
               IF CONTROL-PARM
                   IF UPDATE-MODE-REQUESTED
                       SET UPDATE-MODE TO TRUE
                   END-IF
                   IF IP-BATCH-NUMBER NUMERIC
                       MOVE IP-BATCH-NUMBER TO BATCH-NUMBER-USED
                   END-IF
                   IF IP-EFFECTIVE-DATE NUMERIC
                      AND IP-EFFECTIVE-DATE > ZERO
                       MOVE IP-EFFECTIVE-DATE TO EFFECTIVE-DATE-USED
                   END-IF
               ELSE IF DEPARTMENT-REMAP OR JOB-CLASS-REMAP
                   PERFORM 025-ADD-REMAP-ENTRY
               ELSE
                   DISPLAY "INTGPARM RECORD TYPE " IP-RECORD-TYPE
                       " NOT RECOGNIZED - IGNORED".

       025-ADD-REMAP-ENTRY.

           IF REMAP-ENTRY-COUNT < 100
               ADD 1 TO REMAP-ENTRY-COUNT
               SET MAP-IDX TO REMAP-ENTRY-COUNT
               MOVE IP-RECORD-TYPE TO CM-RECORD-TYPE (MAP-IDX)
               MOVE IP-OLD-CODE TO CM-OLD-CODE (MAP-IDX)
               MOVE IP-NEW-CODE TO CM-NEW-CODE (MAP-IDX)
               MOVE "N" TO CM-VALID-FLAG (MAP-IDX)
           ELSE
               DISPLAY "REMAP TABLE FULL - CODE " IP-OLD-CODE
                   " NOT LOADED".

       030-SET-RUN-MODE.

           IF UPDATE-MODE
               IF BATCH-NUMBER-USED = ZERO
                   DISPLAY "INTGPARM UPDATE MODE HAS NO BATCH NUMBER "
                       "- RUNNING REPORT ONLY"
                   MOVE "N" TO UPDATE-MODE-SWITCH.
           IF UPDATE-MODE
               MOVE "UPDATE" TO H2-RUN-MODE
           ELSE
               MOVE "REPORT ONLY" TO H2-RUN-MODE.

       040-WRITE-REPORT-HEADINGS.

           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE BATCH-NUMBER-USED TO H2-BATCH-NUMBER.
           MOVE EFFECTIVE-DATE-USED TO H2-EFFECTIVE-DATE.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM HEADING-LINE-3.
           WRITE REPORT-LINE FROM BLANK-LINE.

       050-VALIDATE-REMAP-ENTRY.

           MOVE CM-RECORD-TYPE (MAP-IDX) TO RF-RECORD-TYPE.
           MOVE CM-NEW-CODE (MAP-IDX) TO RF-RECORD-CODE.
           PERFORM 130-READ-REFERENCE-CODE.
           IF REFERENCE-FOUND AND REFERENCE-ACTIVE
               MOVE "Y" TO CM-VALID-FLAG (MAP-IDX)
           ELSE
               ADD 1 TO REMAPS-REJECTED-COUNT
               MOVE "INTGPARM" TO EX-FILE-NAME
               MOVE SPACES TO EX-EMPLOYEE-ID
               MOVE CM-OLD-CODE (MAP-IDX) TO EX-ITEM-CODE
               IF CM-RECORD-TYPE (MAP-IDX) = "D"
                   MOVE "DEPARTMENT REMAP TARGET NOT ACTIVE"
                       TO EX-EXCEPTION-TEXT
               ELSE
                   MOVE "JOB CLASS REMAP TARGET NOT ACTIVE"
                       TO EX-EXCEPTION-TEXT
               END-IF
               MOVE "REMAP IGNORED - TARGET CODE" TO EX-ACTION-TEXT
               MOVE CM-NEW-CODE (MAP-IDX) TO EX-NEW-CODE
               PERFORM 700-WRITE-EXCEPTION-LINE.

       100-CHECK-MASTER-REFERENCES.

           READ EMPMASTI NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE.
           IF NOT MASTER-EOF
               ADD 1 TO MASTER-READ-COUNT
               MOVE SPACES TO NEW-DEPART-CODE
                              NEW-JOB-CLASS
               PERFORM 110-CHECK-DEPARTMENT-CODE
               PERFORM 120-CHECK-JOB-CLASS-CODE
               IF UPDATE-MODE
                   IF NEW-DEPART-CODE NOT = SPACES
                      OR NEW-JOB-CLASS NOT = SPACES
                       PERFORM 150-WRITE-CHANGE-TRANSACTION.

       110-CHECK-DEPARTMENT-CODE.

           MOVE "D" TO RF-RECORD-TYPE.
           MOVE IR-DEPART-CODE TO RF-RECORD-CODE.
           PERFORM 130-READ-REFERENCE-CODE.
           IF NOT REFERENCE-FOUND OR NOT REFERENCE-ACTIVE
               ADD 1 TO RETIRED-DEPART-COUNT
               MOVE "EMPMASTI" TO EX-FILE-NAME
               MOVE IR-EMPLOYEE-ID TO EX-EMPLOYEE-ID
               MOVE IR-DEPART-CODE TO EX-ITEM-CODE
               IF REFERENCE-FOUND
                   MOVE "DEPARTMENT RETIRED ON REFMAST"
                       TO EX-EXCEPTION-TEXT
               ELSE
                   MOVE "DEPARTMENT NOT ON REFMAST"
                       TO EX-EXCEPTION-TEXT
               END-IF
               MOVE "D" TO REMAP-RECORD-TYPE
               MOVE IR-DEPART-CODE TO REMAP-OLD-CODE
               PERFORM 140-FIND-REMAP-ENTRY
               IF REMAP-FOUND
                   MOVE CM-NEW-CODE (MAP-IDX) TO NEW-DEPART-CODE
               END-IF
               PERFORM 145-SET-REMAP-ACTION
               PERFORM 700-WRITE-EXCEPTION-LINE.

       120-CHECK-JOB-CLASS-CODE.

           MOVE "J" TO RF-RECORD-TYPE.
           MOVE SPACES TO RF-RECORD-CODE.
           MOVE IR-JOB-CLASS TO RF-RECORD-CODE.
           PERFORM 130-READ-REFERENCE-CODE.
           IF NOT REFERENCE-FOUND OR NOT REFERENCE-ACTIVE
               ADD 1 TO RETIRED-JOB-CLASS-COUNT
               MOVE "EMPMASTI" TO EX-FILE-NAME
               MOVE IR-EMPLOYEE-ID TO EX-EMPLOYEE-ID
               MOVE IR-JOB-CLASS TO EX-ITEM-CODE
               IF REFERENCE-FOUND
                   MOVE "JOB CLASS RETIRED ON REFMAST"
                       TO EX-EXCEPTION-TEXT
               ELSE
                   MOVE "JOB CLASS NOT ON REFMAST"
                       TO EX-EXCEPTION-TEXT
               END-IF
               MOVE "J" TO REMAP-RECORD-TYPE
               MOVE SPACES TO REMAP-OLD-CODE
               MOVE IR-JOB-CLASS TO REMAP-OLD-CODE
               PERFORM 140-FIND-REMAP-ENTRY
               IF REMAP-FOUND
                   MOVE CM-NEW-CODE (MAP-IDX) TO NEW-JOB-CLASS
               END-IF
               PERFORM 145-SET-REMAP-ACTION
               PERFORM 700-WRITE-EXCEPTION-LINE.

       130-READ-REFERENCE-CODE.

           READ REFMAST
               INVALID KEY
                   MOVE "N" TO REFERENCE-FOUND-SWITCH
                   MOVE SPACE TO RF-ACTIVE-FLAG
               NOT INVALID KEY
                   SET REFERENCE-FOUND TO TRUE.

       140-FIND-REMAP-ENTRY.

           MOVE "N" TO REMAP-FOUND-SWITCH.
           IF REMAP-ENTRY-COUNT > ZERO
               SET MAP-IDX TO 1
               SEARCH CODE-REMAP-ENTRY
                   AT END
                       CONTINUE
                   WHEN CM-RECORD-TYPE (MAP-IDX) = REMAP-RECORD-TYPE
                    AND CM-OLD-CODE (MAP-IDX) = REMAP-OLD-CODE
                    AND CM-VALID-FLAG (MAP-IDX) = "Y"
                       SET REMAP-FOUND TO TRUE.

       145-SET-REMAP-ACTION.

           MOVE SPACES TO EX-NEW-CODE.
           IF NOT REMAP-FOUND
               MOVE "NO REPLACEMENT CODE ON PARM" TO EX-ACTION-TEXT
           ELSE
               MOVE CM-NEW-CODE (MAP-IDX) TO EX-NEW-CODE
               IF UPDATE-MODE
                   MOVE "CHANGE GENERATED - CODE"
                       TO EX-ACTION-TEXT
               ELSE
                   MOVE "CHANGE ON UPDATE RUN - CODE"
                       TO EX-ACTION-TEXT.

       150-WRITE-CHANGE-TRANSACTION.

           IF NOT BATCH-OPEN
               PERFORM 600-WRITE-BATCH-HEADER
           ELSE IF BATCH-RECORD-COUNT = 500
               PERFORM 620-START-NEW-BATCH-SEGMENT.
           MOVE SPACES TO CHANGE-TRANSACTION-RECORD.
           MOVE "C" TO CH-TRANSACTION-CODE.
           MOVE IR-EMPLOYEE-ID TO CH-EMPLOYEE-ID.
           MOVE NEW-DEPART-CODE TO CH-DEPART-CODE.
           MOVE NEW-JOB-CLASS TO CH-JOB-CLASS.
           MOVE ZEROS TO CH-ANNUAL-SALARY
                         CH-HOURLY-RATE.
           MOVE EFFECTIVE-DATE-USED TO CH-EFFECTIVE-DATE.
           MOVE "EMPINTEG" TO CH-ENTERED-BY.
           WRITE CHANGE-RECORD-AREA FROM CHANGE-TRANSACTION-RECORD.
           ADD 1 TO BATCH-RECORD-COUNT
                    CHANGES-WRITTEN-COUNT.
           IF CH-EMPLOYEE-ID NUMERIC
               MOVE CH-EMPLOYEE-ID TO EMPLOYEE-ID-NUMERIC
               ADD EMPLOYEE-ID-NUMERIC TO BATCH-RECORD-HASH.

       200-CHECK-DEDUCTION-RECORD.

           READ EMPDEDMI NEXT RECORD
               AT END
                   SET DEDUCTION-EOF TO TRUE.
           IF NOT DEDUCTION-EOF
               ADD 1 TO DEDUCTIONS-READ-COUNT
               IF DD-EMPLOYEE-ID NOT = LAST-DEDUCTION-EMPLOYEE-ID
                   MOVE DD-EMPLOYEE-ID TO LAST-DEDUCTION-EMPLOYEE-ID
                                          LOOKUP-EMPLOYEE-ID
                   PERFORM 500-READ-EMPLOYEE-MASTER
               END-IF
               IF NOT MASTER-FOUND
                   IF DEDUCTION-ACTIVE
                       PERFORM 210-REPORT-ORPHAN-DEDUCTION
                   ELSE
                       ADD 1 TO INACTIVE-ORPHAN-COUNT.

       210-REPORT-ORPHAN-DEDUCTION.

           ADD 1 TO ORPHAN-DEDUCTION-COUNT.
           MOVE "EMPDEDMI" TO EX-FILE-NAME.
           MOVE DD-EMPLOYEE-ID TO EX-EMPLOYEE-ID.
           MOVE DD-DEDUCTION-TYPE TO EX-ITEM-CODE.
           MOVE "DEDUCTION FOR EMPLOYEE NOT ON MASTER"
               TO EX-EXCEPTION-TEXT.
           MOVE SPACES TO EX-NEW-CODE.
           IF UPDATE-MODE
               PERFORM 220-WRITE-RETIRE-TRANSACTION
               MOVE "RETIRE TRANSACTION GENERATED" TO EX-ACTION-TEXT
           ELSE
               MOVE "RETIRE ON UPDATE RUN" TO EX-ACTION-TEXT.
           PERFORM 700-WRITE-EXCEPTION-LINE.

       220-WRITE-RETIRE-TRANSACTION.

           MOVE SPACES TO DEDUCTION-TRANSACTION.
           MOVE "R" TO DT-ACTION-CODE.
           MOVE DD-EMPLOYEE-ID TO DT-EMPLOYEE-ID.
           MOVE DD-DEDUCTION-TYPE TO DT-DEDUCTION-TYPE.
           MOVE DD-DESCRIPTION TO DT-DESCRIPTION.
           MOVE DD-METHOD-CODE TO DT-METHOD-CODE.
           MOVE ZEROS TO DT-DEDUCTION-AMOUNT
                         DT-DEDUCTION-PERCENT.
           WRITE DEDUCTION-TRANSACTION-AREA FROM DEDUCTION-TRANSACTION.
           ADD 1 TO RETIRES-WRITTEN-COUNT.

       300-CHECK-PENDING-RECORD.

           READ EMPPEND
               AT END
                   SET PENDING-EOF TO TRUE.
           IF NOT PENDING-EOF
               ADD 1 TO PENDING-READ-COUNT
               IF NOT PENDING-NEW-EMPLOYEE
                   MOVE PT-EMPLOYEE-ID TO LOOKUP-EMPLOYEE-ID
                   PERFORM 500-READ-EMPLOYEE-MASTER
                   IF NOT MASTER-FOUND
                       PERFORM 310-REPORT-ORPHAN-PENDING.

       310-REPORT-ORPHAN-PENDING.

           ADD 1 TO ORPHAN-PENDING-COUNT.
           MOVE "EMPPEND" TO EX-FILE-NAME.
           MOVE PT-EMPLOYEE-ID TO EX-EMPLOYEE-ID.
           MOVE PT-TRANSACTION-CODE TO EX-ITEM-CODE.
           MOVE "HELD ITEM FOR EMPLOYEE NOT ON MASTER"
               TO EX-EXCEPTION-TEXT.
           MOVE "REVIEW - REJECTS WHEN RELEASED" TO EX-ACTION-TEXT.
           MOVE SPACES TO EX-NEW-CODE.
           PERFORM 700-WRITE-EXCEPTION-LINE.

       400-CHECK-HISTORY-RECORD.

           READ EMPHIST
               AT END
                   SET HISTORY-EOF TO TRUE.
           IF NOT HISTORY-EOF
               ADD 1 TO HISTORY-READ-COUNT
               MOVE HI-EMPLOYEE-ID TO LOOKUP-EMPLOYEE-ID
               PERFORM 500-READ-EMPLOYEE-MASTER
               IF MASTER-FOUND
                   PERFORM 410-REPORT-MASTER-AND-HISTORY.

       410-REPORT-MASTER-AND-HISTORY.

           ADD 1 TO MASTER-AND-HISTORY-COUNT.
           MOVE "EMPHIST" TO EX-FILE-NAME.
           MOVE HI-EMPLOYEE-ID TO EX-EMPLOYEE-ID.
           MOVE SPACES TO EX-ITEM-CODE.
           MOVE "ID ON BOTH EMPMASTI AND EMPHIST"
               TO EX-EXCEPTION-TEXT.
           MOVE "REVIEW - REHIRE OR DUPLICATE" TO EX-ACTION-TEXT.
           MOVE SPACES TO EX-NEW-CODE.
           PERFORM 700-WRITE-EXCEPTION-LINE.

       500-READ-EMPLOYEE-MASTER.

           MOVE LOOKUP-EMPLOYEE-ID TO IR-EMPLOYEE-ID.
           READ EMPMASTI
               INVALID KEY
                   MOVE "N" TO MASTER-FOUND-SWITCH
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE.

       600-WRITE-BATCH-HEADER.

           MOVE SPACES TO BATCH-HEADER-RECORD.
           MOVE "B" TO BH-RECORD-CODE.
           MOVE BATCH-NUMBER-USED TO BH-BATCH-NUMBER.
           WRITE CHANGE-RECORD-AREA FROM BATCH-HEADER-RECORD.
           ADD 1 TO BATCHES-WRITTEN-COUNT.
           SET BATCH-OPEN TO TRUE.

       610-WRITE-BATCH-TRAILER.

           MOVE SPACES TO BATCH-TRAILER-RECORD.
           MOVE "T" TO TR-RECORD-CODE.
           MOVE BATCH-RECORD-COUNT TO TR-RECORD-COUNT.
           MOVE BATCH-RECORD-HASH TO TR-RECORD-HASH.
           WRITE CHANGE-RECORD-AREA FROM BATCH-TRAILER-RECORD.

       620-START-NEW-BATCH-SEGMENT.

           PERFORM 610-WRITE-BATCH-TRAILER.
           MOVE ZERO TO BATCH-RECORD-COUNT
                        BATCH-RECORD-HASH.
           PERFORM 600-WRITE-BATCH-HEADER.

       700-WRITE-EXCEPTION-LINE.

           WRITE REPORT-LINE FROM EXCEPTION-LINE.
           ADD 1 TO EXCEPTION-COUNT.

       800-WRITE-CONTROL-TOTALS.

           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE "MASTER RECORDS READ" TO CTL-LABEL.
           MOVE MASTER-READ-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "DEDUCTION RECORDS READ" TO CTL-LABEL.
           MOVE DEDUCTIONS-READ-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "HELD TRANSACTIONS READ" TO CTL-LABEL.
           MOVE PENDING-READ-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "HISTORY RECORDS READ" TO CTL-LABEL.
           MOVE HISTORY-READ-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE "RETIRED/UNKNOWN DEPTS" TO CTL-LABEL.
           MOVE RETIRED-DEPART-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "RETIRED/UNKNOWN JOB CLASS" TO CTL-LABEL.
           MOVE RETIRED-JOB-CLASS-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "ORPHAN DEDUCTIONS" TO CTL-LABEL.
           MOVE ORPHAN-DEDUCTION-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "RETIRED ORPHANS IGNORED" TO CTL-LABEL.
           MOVE INACTIVE-ORPHAN-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "ORPHAN HELD TRANSACTIONS" TO CTL-LABEL.
           MOVE ORPHAN-PENDING-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "ON MASTER AND HISTORY" TO CTL-LABEL.
           MOVE MASTER-AND-HISTORY-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "REMAP ENTRIES REJECTED" TO CTL-LABEL.
           MOVE REMAPS-REJECTED-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "TOTAL EXCEPTIONS" TO CTL-LABEL.
           MOVE EXCEPTION-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE "RETIRE TRANSACTIONS" TO CTL-LABEL.
           MOVE RETIRES-WRITTEN-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "CHANGE TRANSACTIONS" TO CTL-LABEL.
           MOVE CHANGES-WRITTEN-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "BATCHES WRITTEN" TO CTL-LABEL.
           MOVE BATCHES-WRITTEN-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
