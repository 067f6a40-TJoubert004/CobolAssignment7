           05  IR-ANNUAL-SALARY        PIC S9(7)V99.
           05  IR-VACATION-HOURS       PIC S9(3).
           05  IR-SICK-HOURS           PIC S9(3)V99.
           05  IR-ORIGINAL-HIRE-DATE   PIC 9(8).
           05  IR-ADJ-SERVICE-DATE     PIC 9(8).
           05  IR-EMPLOYMENT-STATUS    PIC X.
               88  ON-LEAVE-STATUS              VALUE "U" "P" "S".
           05  IR-LEAVE-START-DATE     PIC 9(8).
           05  IR-LEAVE-RETURN-DATE    PIC 9(8).
           05  IR-PAY-TYPE             PIC X.
           05  IR-HOURLY-RATE          PIC 9(3)V99.
           05  FILLER                  PIC X(2).

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

       FD  TURNRPT.

           05  DEPART-TERMS-COUNT      PIC S9(5)     VALUE ZERO.
           05  DEPART-REHIRES-COUNT    PIC S9(5)     VALUE ZERO.
           05  DEPART-HEADCOUNT        PIC S9(5)     VALUE ZERO.
           05  DEPART-LEAVE-COUNT      PIC S9(5)     VALUE ZERO.

       01  COMPANY-COUNTERS.
           05  COMPANY-HIRES-COUNT     PIC S9(7)     VALUE ZERO.
           05  COMPANY-TERMS-COUNT     PIC S9(7)     VALUE ZERO.
           05  COMPANY-REHIRES-COUNT   PIC S9(7)     VALUE ZERO.
           05  COMPANY-LEAVE-COUNT     PIC S9(7)     VALUE ZERO.

       01  RATE-WORK-FIELDS.
           05  RATE-WORK-AMOUNT        PIC S9(9)     VALUE ZERO.
                   INDEXED BY HC-IDX.
               10  HC-DEPART-CODE      PIC X(5).
               10  HC-HEADCOUNT        PIC S9(5) COMP.
               10  HC-LEAVE-COUNT      PIC S9(5) COMP.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(36)
           05  FILLER                  PIC X(13)
               VALUE " HEADCOUNT - ".
           05  DT-HEADCOUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(13)
               VALUE ", ON LEAVE - ".
           05  DT-LEAVE-COUNT          PIC ZZZZ9.
           05  FILLER                  PIC X(42)  VALUE SPACES.

       01  RATE-LINE.
           05  FILLER                  PIC X(16)
           05  FILLER                  PIC X(8)   VALUE " TERMS, ".
           05  CO-REHIRES-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(8)   VALUE " REHIRES".
           05  FILLER                  PIC X(13)
               VALUE ", ON LEAVE - ".
           05  CO-LEAVE-COUNT          PIC ZZZZZZ9.
           05  FILLER                  PIC X(58)  VALUE SPACES.

       01  CTL-TOTALS-LINE.
           05  FILLER                  PIC X(5)  VALUE SPACES.
                       SET DEPT-MATCH TO TRUE.
           IF DEPT-MATCH
               ADD 1 TO HC-HEADCOUNT (HC-IDX)
               IF ON-LEAVE-STATUS
                   ADD 1 TO HC-LEAVE-COUNT (HC-IDX)
                            COMPANY-LEAVE-COUNT
               END-IF
           ELSE
               IF HEADCOUNT-ENTRY-COUNT < 100
                   ADD 1 TO HEADCOUNT-ENTRY-COUNT
                   SET HC-IDX TO HEADCOUNT-ENTRY-COUNT
                   MOVE IR-DEPART-CODE TO HC-DEPART-CODE (HC-IDX)
                   MOVE 1 TO HC-HEADCOUNT (HC-IDX)
                   MOVE ZERO TO HC-LEAVE-COUNT (HC-IDX)
                   IF ON-LEAVE-STATUS
                       MOVE 1 TO HC-LEAVE-COUNT (HC-IDX)
                       ADD 1 TO COMPANY-LEAVE-COUNT
                   END-IF
               ELSE
                   DISPLAY "HEADCOUNT TABLE FULL - CODE "
                       IR-DEPART-CODE " NOT TALLIED".
           MOVE DEPART-TERMS-COUNT TO DT-TERMS-COUNT.
           MOVE DEPART-REHIRES-COUNT TO DT-REHIRES-COUNT.
           MOVE DEPART-HEADCOUNT TO DT-HEADCOUNT.
           MOVE DEPART-LEAVE-COUNT TO DT-LEAVE-COUNT.
           WRITE REPORT-LINE FROM DEPARTMENT-TOTAL-LINE.
           IF DEPART-HEADCOUNT > ZERO
               MULTIPLY DEPART-TERMS-COUNT BY 100

       245-FIND-DEPARTMENT-HEADCOUNT.

           MOVE ZERO TO DEPART-HEADCOUNT
                        DEPART-LEAVE-COUNT.
           IF HEADCOUNT-ENTRY-COUNT > ZERO
               SET HC-IDX TO 1
               SEARCH HEADCOUNT-ENTRY
                   WHEN HC-DEPART-CODE (HC-IDX)
                            = PREVIOUS-DEPART-CODE
                       MOVE HC-HEADCOUNT (HC-IDX)
                           TO DEPART-HEADCOUNT
                       MOVE HC-LEAVE-COUNT (HC-IDX)
                           TO DEPART-LEAVE-COUNT.

       250-WRITE-COMPANY-TOTALS.

           MOVE COMPANY-HIRES-COUNT TO CO-HIRES-COUNT.
           MOVE COMPANY-TERMS-COUNT TO CO-TERMS-COUNT.
           MOVE COMPANY-REHIRES-COUNT TO CO-REHIRES-COUNT.
           MOVE COMPANY-LEAVE-COUNT TO CO-LEAVE-COUNT.
           WRITE REPORT-LINE FROM COMPANY-TOTAL-LINE.

       260-WRITE-CONTROL-TOTALS.
