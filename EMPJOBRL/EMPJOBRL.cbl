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

       FD  EMPMASTI.

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

       01  PREVIOUS-JOB-CLASS          PIC X(2).

