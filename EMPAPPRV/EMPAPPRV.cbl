       IDENTIFICATION DIVISION.

       PROGRAM-ID. EMPAPPRV.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL APPRDEC  ASSIGN TO APPRDEC.
           SELECT OPTIONAL EMPAPPRQ ASSIGN TO EMPAPPRQ.
           SELECT EMPAPPRN ASSIGN TO EMPAPPRN
                           FILE STATUS IS EMPAPPRN-FILE-STATUS.
           SELECT OPTIONAL EMPPEND  ASSIGN TO EMPPEND
                           FILE STATUS IS EMPPEND-FILE-STATUS.
           SELECT OPTIONAL ERRTRAN  ASSIGN TO ERRTRAN
                           FILE STATUS IS ERRTRAN-FILE-STATUS.
           SELECT APPRRPT  ASSIGN TO APPRRPT
                           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  APPRDEC.

       01  APPROVER-DECISION.
           05  AD-ITEM-NUMBER.
               10  AD-STAMP-DATE       PIC 9(8).
               10  AD-ITEM-SEQUENCE    PIC 9(7).
           05  AD-EMPLOYEE-ID          PIC X(5).
           05  AD-DECISION             PIC X.
               88  VALID-DECISION               VALUE "A" "R".
           05  AD-APPROVER-ID          PIC X(8).
           05  FILLER                  PIC X(51).

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

       FD  EMPAPPRN.

       01  APPROVAL-QUEUE-OUT          PIC X(160).

       FD  EMPPEND.

       01  PENDING-RECORD-AREA         PIC X(80).

       FD  ERRTRAN.

       01  ERROR-TRANSACTION.
           05  ET-ERR-REASON-CODE      PIC X.
               88  ERR-REJECTED-BY-APPROVER     VALUE "G".
           05  ET-ERR-EMPLOYEE-DATA.
               10  ET-ERR-EMPLOYEE-ID      PIC X(5).
               10  ET-ERR-EMPLOYEE-NAME    PIC X(30).
               10  ET-ERR-DEPART-CODE      PIC X(5).
               10  ET-ERR-JOB-CLASS        PIC X(2).
               10  ET-ERR-ANNUAL-SALARY    PIC S9(7)V99.

       FD  APPRRPT.

       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  APPRDEC-EOF-SWITCH      PIC X    VALUE "N".
               88  APPRDEC-EOF                  VALUE "Y".
           05  QUEUE-EOF-SWITCH        PIC X    VALUE "N".
               88  QUEUE-EOF                    VALUE "Y".
           05  DECISION-FOUND-SWITCH   PIC X    VALUE "N".
               88  DECISION-FOUND               VALUE "Y".
           05  RUN-FAILED-SWITCH       PIC X    VALUE "N".
               88  RUN-FAILED                   VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  EMPAPPRN-FILE-STATUS    PIC XX.
               88  EMPAPPRN-SUCCESSFUL          VALUE "00".
           05  EMPPEND-FILE-STATUS     PIC XX.
               88  EMPPEND-SUCCESSFUL           VALUE "00".
           05  ERRTRAN-FILE-STATUS     PIC XX.
               88  ERRTRAN-SUCCESSFUL           VALUE "00".

       01  EMPLOYEE-TRANSACTION.
           05  ET-TRANSACTION-CODE       PIC X.
           05  ET-MASTER-DATA.
               10  ET-EMPLOYEE-ID        PIC X(5).
               10  ET-EMPLOYEE-NAME      PIC X(30).
               10  ET-DEPART-CODE        PIC X(5).
               10  ET-JOB-CLASS          PIC X(2).
               10  ET-ANNUAL-SALARY      PIC S9(7)V99.
           05  ET-EFFECTIVE-DATE         PIC 9(7).
           05  ET-OVERRIDE-FLAG          PIC X.
           05  ET-PAY-TYPE               PIC X.
           05  ET-HOURLY-RATE            PIC 9(3)V99.
           05  ET-ENTERED-BY             PIC X(8).
           05  ET-APPROVAL-MARK          PIC X.
               88  CHANGE-APPROVED             VALUE "Y".
           05  FILLER                    PIC X(5).

       01  DECISION-CONTROLS.
           05  DECISION-COUNT          PIC S9(3) COMP VALUE ZERO.

       01  DECISION-TABLE.
           05  DECISION-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON DECISION-COUNT
                   INDEXED BY DEC-IDX.
               10  DE-ITEM-NUMBER.
                   15  DE-STAMP-DATE   PIC 9(8).
                   15  DE-ITEM-SEQUENCE
                                       PIC 9(7).
               10  DE-EMPLOYEE-ID      PIC X(5).
               10  DE-DECISION         PIC X.
                   88  DE-APPROVED              VALUE "A".
               10  DE-APPROVER-ID      PIC X(8).
               10  DE-USED-FLAG        PIC X.

       01  ACTION-TEXT                 PIC X(30).

       01  APPROVAL-TOTALS.
           05  ITEMS-READ-COUNT        PIC 9(7)  VALUE ZERO.
           05  ITEMS-APPROVED-COUNT    PIC 9(7)  VALUE ZERO.
           05  ITEMS-REJECTED-COUNT    PIC 9(7)  VALUE ZERO.
           05  ITEMS-WAITING-COUNT     PIC 9(7)  VALUE ZERO.
           05  DECISIONS-READ-COUNT    PIC 9(7)  VALUE ZERO.
           05  DECISIONS-REFUSED-COUNT PIC 9(7)  VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(43)
               VALUE "EMPAPPRV SENSITIVE CHANGE APPROVAL REGISTER".
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                  PIC X(16)  VALUE "ITEM NUMBER".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE "EMPNO".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(1)   VALUE "T".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "EMPLOYEE NAME".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "ENTERED".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "APPROVER".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "ACTION".
           05  FILLER                  PIC X(22)  VALUE SPACES.

       01  DETAIL-LINE.
           05  DL-STAMP-DATE           PIC X(8).
           05  FILLER                  PIC X(1)   VALUE "-".
           05  DL-ITEM-SEQUENCE        PIC X(7).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-TRANSACTION-CODE     PIC X(1).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-EMPLOYEE-NAME        PIC X(30).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-ENTERED-BY           PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-APPROVER-ID          PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DL-ACTION-TEXT          PIC X(30).
           05  FILLER                  PIC X(22)  VALUE SPACES.

       01  CTL-TOTALS-LINE.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  CTL-LABEL               PIC X(25).
           05  CTL-VALUE               PIC ZZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  BLANK-LINE                  PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       000-APPLY-APPROVER-DECISIONS.

           OPEN INPUT  APPRDEC
                INPUT  EMPAPPRQ
                OUTPUT EMPAPPRN
                EXTEND EMPPEND
                EXTEND ERRTRAN
                OUTPUT APPRRPT.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           WRITE REPORT-LINE FROM BLANK-LINE.
           PERFORM 100-LOAD-DECISION-ENTRY
               UNTIL APPRDEC-EOF.
           PERFORM 200-PROCESS-QUEUE-ITEM
               UNTIL QUEUE-EOF.
           IF NOT RUN-FAILED
               PERFORM 500-REPORT-UNUSED-DECISION
                   VARYING DEC-IDX FROM 1 BY 1
                   UNTIL DEC-IDX > DECISION-COUNT.
           PERFORM 600-WRITE-CONTROL-TOTALS.
           IF RUN-FAILED
               DISPLAY "EMPAPPRV WRITE ERROR - DECISIONS NOT APPLIED "
                   "AFTER THE ERROR WERE CARRIED FORWARD".
           CLOSE APPRDEC
                 EMPAPPRQ
                 EMPAPPRN
                 EMPPEND
                 ERRTRAN
                 APPRRPT.
           STOP RUN.

       100-LOAD-DECISION-ENTRY.

           READ APPRDEC
               AT END
                   SET APPRDEC-EOF TO TRUE.
           IF NOT APPRDEC-EOF
               ADD 1 TO DECISIONS-READ-COUNT
               MOVE "N" TO DECISION-FOUND-SWITCH
               IF AD-ITEM-NUMBER NUMERIC
                   PERFORM 110-FIND-LOADED-DECISION
               END-IF
               IF AD-ITEM-NUMBER NOT NUMERIC
                   MOVE "REFUSED - ITEM NUMBER INVALID" TO ACTION-TEXT
                   PERFORM 150-WRITE-DECISION-LINE
               ELSE IF NOT VALID-DECISION
                   MOVE "REFUSED - DECISION NOT A OR R" TO ACTION-TEXT
                   PERFORM 150-WRITE-DECISION-LINE
               ELSE IF AD-APPROVER-ID = SPACES
                   MOVE "REFUSED - APPROVER ID MISSING" TO ACTION-TEXT
                   PERFORM 150-WRITE-DECISION-LINE
               ELSE IF DECISION-FOUND
                   MOVE "REFUSED - DUPLICATE DECISION" TO ACTION-TEXT
                   PERFORM 150-WRITE-DECISION-LINE
               ELSE IF DECISION-COUNT < 500
                   ADD 1 TO DECISION-COUNT
                   SET DEC-IDX TO DECISION-COUNT
                   MOVE AD-ITEM-NUMBER TO DE-ITEM-NUMBER (DEC-IDX)
                   MOVE AD-EMPLOYEE-ID TO DE-EMPLOYEE-ID (DEC-IDX)
                   MOVE AD-DECISION TO DE-DECISION (DEC-IDX)
                   MOVE AD-APPROVER-ID TO DE-APPROVER-ID (DEC-IDX)
                   MOVE "N" TO DE-USED-FLAG (DEC-IDX)
               ELSE
                   DISPLAY "DECISION TABLE FULL - ITEM "
                       AD-STAMP-DATE "-" AD-ITEM-SEQUENCE
                       " NOT LOADED"
                   ADD 1 TO DECISIONS-REFUSED-COUNT.

       110-FIND-LOADED-DECISION.

           IF DECISION-COUNT > ZERO
               SET DEC-IDX TO 1
               SEARCH DECISION-ENTRY
                   AT END
                       CONTINUE
                   WHEN DE-ITEM-NUMBER (DEC-IDX) = AD-ITEM-NUMBER
                       SET DECISION-FOUND TO TRUE.

       150-WRITE-DECISION-LINE.

           MOVE SPACES TO DL-EMPLOYEE-NAME
                          DL-ENTERED-BY
                          DL-TRANSACTION-CODE.
           MOVE AD-STAMP-DATE TO DL-STAMP-DATE.
           MOVE AD-ITEM-SEQUENCE TO DL-ITEM-SEQUENCE.
           MOVE AD-EMPLOYEE-ID TO DL-EMPLOYEE-ID.
           MOVE AD-APPROVER-ID TO DL-APPROVER-ID.
           MOVE ACTION-TEXT TO DL-ACTION-TEXT.
           WRITE REPORT-LINE FROM DETAIL-LINE.
           ADD 1 TO DECISIONS-REFUSED-COUNT.

       200-PROCESS-QUEUE-ITEM.

           READ EMPAPPRQ
               AT END
                   SET QUEUE-EOF TO TRUE.
           IF NOT QUEUE-EOF
               ADD 1 TO ITEMS-READ-COUNT
               MOVE AQ-TRANSACTION TO EMPLOYEE-TRANSACTION
               MOVE "N" TO DECISION-FOUND-SWITCH
               IF NOT RUN-FAILED
                   PERFORM 210-FIND-ITEM-DECISION
               END-IF
               IF NOT DECISION-FOUND
                   PERFORM 260-CARRY-QUEUE-ITEM
               ELSE IF DE-EMPLOYEE-ID (DEC-IDX) NOT = ET-EMPLOYEE-ID
                   MOVE "REFUSED - EMPLOYEE ID MISMATCH" TO ACTION-TEXT
                   PERFORM 250-REFUSE-ITEM-DECISION
               ELSE IF DE-APPROVER-ID (DEC-IDX) = ET-ENTERED-BY
                   MOVE "REFUSED - APPROVER IS ENTERER" TO ACTION-TEXT
                   PERFORM 250-REFUSE-ITEM-DECISION
               ELSE IF DE-APPROVED (DEC-IDX)
                  AND ET-ENTERED-BY = SPACES
                   MOVE "REFUSED - ENTERED BY UNKNOWN" TO ACTION-TEXT
                   PERFORM 250-REFUSE-ITEM-DECISION
               ELSE IF DE-APPROVED (DEC-IDX)
                   PERFORM 220-RELEASE-APPROVED-ITEM
               ELSE
                   PERFORM 230-REJECT-QUEUE-ITEM.

       210-FIND-ITEM-DECISION.

           IF DECISION-COUNT > ZERO
               SET DEC-IDX TO 1
               SEARCH DECISION-ENTRY
                   AT END
                       CONTINUE
                   WHEN DE-ITEM-NUMBER (DEC-IDX) = AQ-ITEM-NUMBER
                        AND DE-USED-FLAG (DEC-IDX) = "N"
                       MOVE "Y" TO DE-USED-FLAG (DEC-IDX)
                       SET DECISION-FOUND TO TRUE.

       220-RELEASE-APPROVED-ITEM.

           SET CHANGE-APPROVED TO TRUE.
           WRITE PENDING-RECORD-AREA FROM EMPLOYEE-TRANSACTION.
           IF NOT EMPPEND-SUCCESSFUL
               DISPLAY "WRITE ERROR ON EMPPEND FOR ITEM NUMBER "
                   ET-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " EMPPEND-FILE-STATUS
               SET RUN-FAILED TO TRUE
               PERFORM 260-CARRY-QUEUE-ITEM
           ELSE
               MOVE "APPROVED - RELEASED TO EMPPEND" TO ACTION-TEXT
               PERFORM 270-WRITE-ITEM-LINE
               ADD 1 TO ITEMS-APPROVED-COUNT.

       230-REJECT-QUEUE-ITEM.

           SET ERR-REJECTED-BY-APPROVER TO TRUE.
           MOVE ET-EMPLOYEE-ID TO ET-ERR-EMPLOYEE-ID.
           MOVE AQ-EMPLOYEE-NAME TO ET-ERR-EMPLOYEE-NAME.
           MOVE ET-DEPART-CODE TO ET-ERR-DEPART-CODE.
           MOVE AQ-NEW-JOB-CLASS TO ET-ERR-JOB-CLASS.
           MOVE AQ-NEW-ANNUAL-SALARY TO ET-ERR-ANNUAL-SALARY.
           WRITE ERROR-TRANSACTION.
           IF NOT ERRTRAN-SUCCESSFUL
               DISPLAY "WRITE ERROR ON ERRTRAN FOR ITEM NUMBER "
                   ET-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " ERRTRAN-FILE-STATUS
               SET RUN-FAILED TO TRUE
               PERFORM 260-CARRY-QUEUE-ITEM
           ELSE
               MOVE "REJECTED - WRITTEN TO ERRTRAN" TO ACTION-TEXT
               PERFORM 270-WRITE-ITEM-LINE
               ADD 1 TO ITEMS-REJECTED-COUNT.

       250-REFUSE-ITEM-DECISION.

           PERFORM 270-WRITE-ITEM-LINE.
           ADD 1 TO DECISIONS-REFUSED-COUNT.
           PERFORM 260-CARRY-QUEUE-ITEM.

       260-CARRY-QUEUE-ITEM.

           WRITE APPROVAL-QUEUE-OUT FROM APPROVAL-QUEUE-RECORD.
           IF NOT EMPAPPRN-SUCCESSFUL
               DISPLAY "WRITE ERROR ON EMPAPPRN FOR ITEM NUMBER "
                   ET-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " EMPAPPRN-FILE-STATUS
               SET RUN-FAILED TO TRUE.
           ADD 1 TO ITEMS-WAITING-COUNT.

       270-WRITE-ITEM-LINE.

           MOVE AQ-STAMP-DATE TO DL-STAMP-DATE.
           MOVE AQ-ITEM-SEQUENCE TO DL-ITEM-SEQUENCE.
           MOVE ET-EMPLOYEE-ID TO DL-EMPLOYEE-ID.
           MOVE ET-TRANSACTION-CODE TO DL-TRANSACTION-CODE.
           MOVE AQ-EMPLOYEE-NAME TO DL-EMPLOYEE-NAME.
           MOVE ET-ENTERED-BY TO DL-ENTERED-BY.
           MOVE DE-APPROVER-ID (DEC-IDX) TO DL-APPROVER-ID.
           MOVE ACTION-TEXT TO DL-ACTION-TEXT.
           WRITE REPORT-LINE FROM DETAIL-LINE.

       500-REPORT-UNUSED-DECISION.

           IF DE-USED-FLAG (DEC-IDX) = "N"
               MOVE DE-ITEM-NUMBER (DEC-IDX) TO AD-ITEM-NUMBER
               MOVE DE-EMPLOYEE-ID (DEC-IDX) TO AD-EMPLOYEE-ID
               MOVE DE-APPROVER-ID (DEC-IDX) TO AD-APPROVER-ID
               MOVE "REFUSED - ITEM NOT IN QUEUE" TO ACTION-TEXT
               PERFORM 150-WRITE-DECISION-LINE.

       600-WRITE-CONTROL-TOTALS.

           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE "QUEUE ITEMS READ" TO CTL-LABEL.
           MOVE ITEMS-READ-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "ITEMS APPROVED" TO CTL-LABEL.
           MOVE ITEMS-APPROVED-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "ITEMS REJECTED" TO CTL-LABEL.
           MOVE ITEMS-REJECTED-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "ITEMS STILL WAITING" TO CTL-LABEL.
           MOVE ITEMS-WAITING-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "DECISIONS READ" TO CTL-LABEL.
           MOVE DECISIONS-READ-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "DECISIONS REFUSED" TO CTL-LABEL.
           MOVE DECISIONS-REFUSED-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
