           05  IR-ANNUAL-SALARY        PIC S9(7)V99.
           05  IR-VACATION-HOURS       PIC S9(3).
           05  IR-SICK-HOURS           PIC S9(3)V99.
           05  IR-ORIGINAL-HIRE-DATE   PIC 9(8).
           05  IR-ADJ-SERVICE-DATE     PIC 9(8).
           05  IR-EMPLOYMENT-STATUS    PIC X.
               88  UNPAID-LEAVE-STATUS        VALUE "U".
           05  IR-LEAVE-START-DATE     PIC 9(8).
           05  IR-LEAVE-RETURN-DATE    PIC 9(8).
           05  IR-PAY-TYPE             PIC X.
           05  IR-HOURLY-RATE          PIC 9(3)V99.
           05  FILLER                  PIC X(2).

       FD  REFMAST.

                                       PIC 9(3).
               10  RF-SICK-ACCRUAL-HOURS
                                       PIC 9(3)V99.
               10  RF-SERVICE-TIER-RATES.
                   15  RF-SERVICE-TIER OCCURS 3 TIMES
                           INDEXED BY TIER-IDX.
                       20  RF-TIER-MINIMUM-YEARS
                                       PIC 9(2).
                       20  RF-TIER-VACATION-HOURS
                                       PIC 9(3).
               10  FILLER              PIC X(7).
           05  RF-ACTIVE-FLAG          PIC X.
               88  REFERENCE-ACTIVE             VALUE "A".
           05  FILLER                  PIC X(13).

       FD  ACCRTRAN.

       01  ACCRUAL-RECORD-AREA        PIC X(80).

       FD  ACCRRPT.

       01  ACCRUAL-WORK-FIELDS.
           05  BATCH-NUMBER-USED       PIC 9(5)      VALUE ZERO.
           05  EFFECTIVE-DATE-USED     PIC 9(7)      VALUE ZERO.
           05  EFFECTIVE-YYYYMMDD      PIC 9(8)      VALUE ZERO.
           05  SERVICE-DATE-SPAN       PIC 9(8).
           05  SERVICE-YEARS           PIC 9(2).
           05  TIER-YEARS-USED         PIC 9(2).
           05  VACATION-ACCRUAL-USED   PIC 9(3).

       01  BATCH-HEADER-RECORD.
           05  BH-RECORD-CODE          PIC X.
           05  BH-BATCH-NUMBER         PIC 9(5).
           05  FILLER                  PIC X(74).

       01  LEAVE-TRANSACTION-RECORD.
           05  LT-TRANSACTION-CODE     PIC X.
           05  LT-LEAVE-HOURS          PIC S9(3)V99.
           05  FILLER                  PIC X(41).
           05  LT-EFFECTIVE-DATE       PIC 9(7).
           05  FILLER                  PIC X(21).

       01  BATCH-TRAILER-RECORD.
           05  TR-RECORD-CODE          PIC X.
           05  TR-RECORD-COUNT         PIC 9(5).
           05  TR-RECORD-HASH          PIC 9(10).
           05  FILLER                  PIC X(64).

       01  BATCH-TOTALS.
           05  BATCH-RECORD-COUNT      PIC 9(5)      VALUE ZERO.
           05  EMPLOYEES-READ-COUNT    PIC 9(7)      VALUE ZERO.
           05  EMPLOYEES-ACCRUED-COUNT PIC 9(7)      VALUE ZERO.
           05  EMPLOYEES-SKIPPED-COUNT PIC 9(7)      VALUE ZERO.
           05  UNPAID-LEAVE-COUNT      PIC 9(7)      VALUE ZERO.
           05  TRANSACTIONS-WRITTEN-COUNT
                                       PIC 9(7)      VALUE ZERO.
           05  TIER-RATES-APPLIED-COUNT
                                       PIC 9(7)      VALUE ZERO.
           05  VACATION-HOURS-TOTAL    PIC S9(7)     VALUE ZERO.
           05  SICK-HOURS-TOTAL        PIC S9(7)V99  VALUE ZERO.

                   MOVE AP-EFFECTIVE-DATE TO EFFECTIVE-DATE-USED
               ELSE
                   MOVE RUN-DATE-CYYMMDD TO EFFECTIVE-DATE-USED.
           ADD EFFECTIVE-DATE-USED 19000000 GIVING EFFECTIVE-YYYYMMDD.

       030-WRITE-REPORT-HEADINGS.

           IF NOT EMPMAST-EOF
               ADD 1 TO EMPLOYEES-READ-COUNT
               PERFORM 210-READ-ACCRUAL-RATE
               IF UNPAID-LEAVE-STATUS
                   ADD 1 TO UNPAID-LEAVE-COUNT
               ELSE IF RATE-FOUND
                   PERFORM 220-GENERATE-LEAVE-RECORDS
               ELSE
                   PERFORM 230-WRITE-SKIPPED-LINE.
                       SET RATE-FOUND TO TRUE
                   END-IF.

       215-SELECT-SERVICE-TIER.

           MOVE RF-VACATION-ACCRUAL-HOURS TO VACATION-ACCRUAL-USED.
           MOVE ZERO TO SERVICE-YEARS
                        TIER-YEARS-USED.
           IF IR-ADJ-SERVICE-DATE NUMERIC
              AND IR-ADJ-SERVICE-DATE > ZERO
              AND IR-ADJ-SERVICE-DATE < EFFECTIVE-YYYYMMDD
               SUBTRACT IR-ADJ-SERVICE-DATE FROM EFFECTIVE-YYYYMMDD
                   GIVING SERVICE-DATE-SPAN
               DIVIDE SERVICE-DATE-SPAN BY 10000
                   GIVING SERVICE-YEARS.
           IF SERVICE-YEARS > ZERO
              AND RF-SERVICE-TIER-RATES NUMERIC
               PERFORM 217-TEST-SERVICE-TIER
                   VARYING TIER-IDX FROM 1 BY 1
                   UNTIL TIER-IDX > 3
               IF TIER-YEARS-USED > ZERO
                   ADD 1 TO TIER-RATES-APPLIED-COUNT.

       217-TEST-SERVICE-TIER.

           IF RF-TIER-MINIMUM-YEARS (TIER-IDX) > TIER-YEARS-USED
              AND RF-TIER-MINIMUM-YEARS (TIER-IDX) NOT > SERVICE-YEARS
               MOVE RF-TIER-MINIMUM-YEARS (TIER-IDX) TO TIER-YEARS-USED
               MOVE RF-TIER-VACATION-HOURS (TIER-IDX)
                   TO VACATION-ACCRUAL-USED.

       220-GENERATE-LEAVE-RECORDS.

           ADD 1 TO EMPLOYEES-ACCRUED-COUNT.
           PERFORM 215-SELECT-SERVICE-TIER.
           MOVE SPACES TO LEAVE-TRANSACTION-RECORD.
           IF VACATION-ACCRUAL-USED > ZERO
               MOVE "V" TO LT-TRANSACTION-CODE
               MOVE VACATION-ACCRUAL-USED TO LT-LEAVE-HOURS
               PERFORM 225-WRITE-LEAVE-TRANSACTION
               ADD VACATION-ACCRUAL-USED TO VACATION-HOURS-TOTAL.
           IF RF-SICK-ACCRUAL-HOURS > ZERO
               MOVE "S" TO LT-TRANSACTION-CODE
               MOVE RF-SICK-ACCRUAL-HOURS TO LT-LEAVE-HOURS
                       IR-DEPART-CODE " NOT TALLIED".
           IF DEPT-MATCH
               ADD 1 TO DA-EMPLOYEE-COUNT (DEPT-IDX)
               ADD VACATION-ACCRUAL-USED
                   TO DA-VACATION-HOURS (DEPT-IDX)
               ADD RF-SICK-ACCRUAL-HOURS
                   TO DA-SICK-HOURS (DEPT-IDX).
           MOVE "EMPLOYEES SKIPPED" TO CTL-LABEL.
           MOVE EMPLOYEES-SKIPPED-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "UNPAID LEAVE EXCLUDED" TO CTL-LABEL.
           MOVE UNPAID-LEAVE-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "SERVICE TIER RATES USED" TO CTL-LABEL.
           MOVE TIER-RATES-APPLIED-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
           MOVE "TRANSACTIONS GENERATED" TO CTL-LABEL.
           MOVE TRANSACTIONS-WRITTEN-COUNT TO CTL-VALUE.
           WRITE REPORT-LINE FROM CTL-TOTALS-LINE.
