               88  BACKUP-TRAILER               VALUE "T".
           05  BK-HEADER-DATA.
               10  BK-BACKUP-DATE      PIC 9(8).
               10  FILLER              PIC X(92).
           05  BK-DETAIL-DATA REDEFINES BK-HEADER-DATA.
               10  BK-EMPLOYEE-DATA.
                   15  BK-EMPLOYEE-ID  PIC 9(5).
                   15  FILLER          PIC X(95).
           05  BK-TRAILER-DATA REDEFINES BK-HEADER-DATA.
               10  BK-RECORD-COUNT     PIC 9(7).
               10  BK-KEY-HASH-TOTAL   PIC 9(12).
               10  FILLER              PIC X(81).

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

       FD  CTLRPT.

