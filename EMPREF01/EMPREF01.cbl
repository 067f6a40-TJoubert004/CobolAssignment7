               88  DEPARTMENT-ENTRY             VALUE "D".
               88  JOB-CLASS-ENTRY              VALUE "J".
               88  ACCRUAL-ENTRY                VALUE "A".
               88  GL-ACCOUNT-ENTRY             VALUE "G".
               88  BUDGET-ENTRY                 VALUE "B".
               88  HOURLY-RATE-ENTRY            VALUE "H".
               88  APPROVAL-THRESHOLD-ENTRY     VALUE "S".
           05  RT-RECORD-CODE          PIC X(5).
           05  RT-DESCRIPTION          PIC X(30).
           05  RT-ACCRUAL-RATES REDEFINES RT-DESCRIPTION.
                                       PIC 9(3).
               10  RT-SICK-ACCRUAL-HOURS
                                       PIC 9(3)V99.
               10  RT-SERVICE-TIER-RATES.
                   15  RT-SERVICE-TIER OCCURS 3 TIMES
                           INDEXED BY RT-TIER-IDX.
                       20  RT-TIER-MINIMUM-YEARS
                                       PIC 9(2).
                       20  RT-TIER-VACATION-HOURS
                                       PIC 9(3).
               10  FILLER              PIC X(7).
           05  RT-GL-ACCOUNT REDEFINES RT-DESCRIPTION.
               10  RT-GL-ACCOUNT-KIND  PIC X.
                   88  SALARY-EXPENSE-ACCOUNT   VALUE "E".
                   88  DEDUCTION-LIABILITY-ACCOUNT
                                                VALUE "L".
                   88  NET-PAY-CLEARING-ACCOUNT VALUE "N".
               10  RT-GL-ACCOUNT-NUMBER
                                       PIC X(10).
               10  RT-GL-ACCOUNT-NAME  PIC X(19).
           05  RT-DEPARTMENT-BUDGET REDEFINES RT-DESCRIPTION.
               10  RT-BUDGET-HEADCOUNT PIC 9(5).
               10  RT-BUDGET-SALARY    PIC 9(9)V99.
               10  FILLER              PIC X(14).
           05  RT-HOURLY-RATE-BAND REDEFINES RT-DESCRIPTION.
               10  RT-MINIMUM-HOURLY-RATE
                                       PIC 9(3)V99.
               10  RT-MAXIMUM-HOURLY-RATE
                                       PIC 9(3)V99.
               10  FILLER              PIC X(20).
           05  RT-APPROVAL-THRESHOLDS REDEFINES RT-DESCRIPTION.
               10  RT-SALARY-APPROVAL-PERCENT
                                       PIC 9(3)V99.
               10  RT-JOB-CLASS-APPROVAL
                                       PIC X.
                   88  VALID-JOB-CLASS-APPROVAL-FLAG
                                                VALUE "Y" "N".
               10  RT-REHIRE-APPROVAL  PIC X.
                   88  VALID-REHIRE-APPROVAL-FLAG
                                                VALUE "Y" "N".
               10  RT-APPROVAL-OVERDUE-DAYS
                                       PIC 9(3).
               10  FILLER              PIC X(20).
           05  RT-JOB-SALARY-BAND.
               10  RT-JOB-MINIMUM-SALARY
                                       PIC 9(6).
                                       PIC 9(3).
               10  RF-SICK-ACCRUAL-HOURS
                                       PIC 9(3)V99.
               10  RF-SERVICE-TIER-RATES.
                   15  RF-SERVICE-TIER OCCURS 3 TIMES
                           INDEXED BY RF-TIER-IDX.
                       20  RF-TIER-MINIMUM-YEARS
                                       PIC 9(2).
                       20  RF-TIER-VACATION-HOURS
                                       PIC 9(3).
               10  FILLER              PIC X(7).
           05  RF-GL-ACCOUNT REDEFINES RF-DESCRIPTION.
               10  RF-GL-ACCOUNT-KIND  PIC X.
               10  RF-GL-ACCOUNT-NUMBER
                                       PIC X(10).
               10  RF-GL-ACCOUNT-NAME  PIC X(19).
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
               88  REFERENCE-INACTIVE           VALUE "I".
               88  REFTRAN-EOF                  VALUE "Y".
           05  REFERENCE-FOUND-SWITCH  PIC X    VALUE "Y".
               88  REFERENCE-FOUND              VALUE "Y".
           05  GL-MAPPING-VALID-SWITCH PIC X    VALUE "Y".
               88  GL-MAPPING-VALID             VALUE "Y".

       01  REASON-TEXT                 PIC X(35).

           PERFORM 110-READ-REFERENCE-TRANSACTION.
           IF NOT REFTRAN-EOF
               ADD 1 TO CT-TRANSACTIONS-COUNT
               IF GL-ACCOUNT-ENTRY
                  AND NOT RETIRE-ACTION
                   PERFORM 105-EDIT-GL-ACCOUNT-MAPPING
               END-IF
               IF NOT DEPARTMENT-ENTRY AND NOT JOB-CLASS-ENTRY
                  AND NOT ACCRUAL-ENTRY AND NOT GL-ACCOUNT-ENTRY
                  AND NOT BUDGET-ENTRY AND NOT HOURLY-RATE-ENTRY
                  AND NOT APPROVAL-THRESHOLD-ENTRY
                   MOVE "RECORD TYPE NOT D, J, A, G, B, H, S"
                       TO REASON-TEXT
                   PERFORM 160-WRITE-REJECT-LINE
               ELSE IF ACCRUAL-ENTRY
                  AND NOT RETIRE-ACTION
                  AND (RT-VACATION-ACCRUAL-HOURS NOT NUMERIC
                       OR RT-SICK-ACCRUAL-HOURS NOT NUMERIC
                       OR (RT-SERVICE-TIER-RATES NOT = SPACES
                           AND RT-SERVICE-TIER-RATES NOT NUMERIC))
                   MOVE "ACCRUAL RATES NOT NUMERIC" TO REASON-TEXT
                   PERFORM 160-WRITE-REJECT-LINE
               ELSE IF JOB-CLASS-ENTRY
                              > RT-JOB-MAXIMUM-SALARY)
                   MOVE "SALARY BAND INVALID" TO REASON-TEXT
                   PERFORM 160-WRITE-REJECT-LINE
               ELSE IF GL-ACCOUNT-ENTRY
                  AND NOT RETIRE-ACTION
                  AND NOT GL-MAPPING-VALID
                   MOVE "GL ACCOUNT MAPPING INVALID" TO REASON-TEXT
                   PERFORM 160-WRITE-REJECT-LINE
               ELSE IF BUDGET-ENTRY
                  AND NOT RETIRE-ACTION
                  AND (RT-RECORD-CODE = SPACES
                       OR RT-BUDGET-HEADCOUNT NOT NUMERIC
                       OR RT-BUDGET-SALARY NOT NUMERIC)
                   MOVE "BUDGET AMOUNTS INVALID" TO REASON-TEXT
                   PERFORM 160-WRITE-REJECT-LINE
               ELSE IF HOURLY-RATE-ENTRY
                  AND NOT RETIRE-ACTION
                  AND (RT-RECORD-CODE = SPACES
                       OR RT-MINIMUM-HOURLY-RATE NOT NUMERIC
                       OR RT-MAXIMUM-HOURLY-RATE NOT NUMERIC
                       OR RT-MINIMUM-HOURLY-RATE
                              > RT-MAXIMUM-HOURLY-RATE)
                   MOVE "RATE BAND INVALID" TO REASON-TEXT
                   PERFORM 160-WRITE-REJECT-LINE
               ELSE IF APPROVAL-THRESHOLD-ENTRY
                  AND NOT RETIRE-ACTION
                  AND (RT-RECORD-CODE NOT = "*****"
                       OR RT-SALARY-APPROVAL-PERCENT NOT NUMERIC
                       OR NOT VALID-JOB-CLASS-APPROVAL-FLAG
                       OR NOT VALID-REHIRE-APPROVAL-FLAG
                       OR RT-APPROVAL-OVERDUE-DAYS NOT NUMERIC)
                   MOVE "APPROVAL THRESHOLDS INVALID" TO REASON-TEXT
                   PERFORM 160-WRITE-REJECT-LINE
               ELSE
                   PERFORM 120-READ-REFERENCE-MASTER
                   IF ADD-ACTION
                       MOVE "UNRECOGNIZED ACTION CODE" TO REASON-TEXT
                       PERFORM 160-WRITE-REJECT-LINE.

       105-EDIT-GL-ACCOUNT-MAPPING.

           SET GL-MAPPING-VALID TO TRUE.
           IF RT-GL-ACCOUNT-NUMBER = SPACES
               MOVE "N" TO GL-MAPPING-VALID-SWITCH
           ELSE IF SALARY-EXPENSE-ACCOUNT
               IF RT-RECORD-CODE = SPACES
                  OR RT-RECORD-CODE (1:1) = "*"
                   MOVE "N" TO GL-MAPPING-VALID-SWITCH
               END-IF
           ELSE IF DEDUCTION-LIABILITY-ACCOUNT
               IF RT-RECORD-CODE (1:1) NOT = "*"
                  OR RT-RECORD-CODE (2:3) = SPACES
                  OR RT-RECORD-CODE (5:1) NOT = SPACE
                   MOVE "N" TO GL-MAPPING-VALID-SWITCH
               END-IF
           ELSE IF NET-PAY-CLEARING-ACCOUNT
               IF RT-RECORD-CODE NOT = "*****"
                   MOVE "N" TO GL-MAPPING-VALID-SWITCH
               END-IF
           ELSE
               MOVE "N" TO GL-MAPPING-VALID-SWITCH.

       110-READ-REFERENCE-TRANSACTION.

           READ REFTRAN
