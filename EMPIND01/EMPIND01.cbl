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

       FD  CTLRPT.

           05  EM-ANNUAL-SALARY          PIC S9(7)V99.
           05  EM-VACATION-HOURS         PIC S9(3).
           05  EM-SICK-HOURS             PIC S9(3)V99.
           05  EM-ORIGINAL-HIRE-DATE     PIC 9(8).
           05  EM-ADJ-SERVICE-DATE       PIC 9(8).
           05  EM-EMPLOYMENT-STATUS      PIC X.
           05  EM-LEAVE-START-DATE       PIC 9(8).
           05  EM-LEAVE-RETURN-DATE      PIC 9(8).
           05  EM-PAY-TYPE               PIC X.
           05  EM-HOURLY-RATE            PIC 9(3)V99.
           05  FILLER                    PIC X(2).

       01  CONTROL-COUNTERS.
           05  RECORDS-READ-COUNT      PIC 9(7)  VALUE ZERO.
               MOVE OE-JOB-CLASS TO EM-JOB-CLASS
               MOVE OE-ANNUAL-SALARY TO EM-ANNUAL-SALARY
               MOVE OE-VACATION-HOURS TO EM-VACATION-HOURS
               MOVE OE-SICK-HOURS TO EM-SICK-HOURS
               MOVE ZEROS TO EM-ORIGINAL-HIRE-DATE
                             EM-ADJ-SERVICE-DATE
                             EM-LEAVE-START-DATE
                             EM-LEAVE-RETURN-DATE
                             EM-HOURLY-RATE
               MOVE "A" TO EM-EMPLOYMENT-STATUS
               MOVE "S" TO EM-PAY-TYPE.

       120-WRITE-INDEXED-RECORD.

