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

       FD  EMPBKUP.

       01  BACKUP-HEADER-RECORD.
           05  BH-RECORD-CODE          PIC X.
           05  BH-BACKUP-DATE          PIC 9(8).
           05  FILLER                  PIC X(92).

       01  BACKUP-DETAIL-RECORD.
           05  BD-RECORD-CODE          PIC X.
           05  BD-EMPLOYEE-DATA.
               10  BD-EMPLOYEE-ID      PIC 9(5).
               10  FILLER              PIC X(95).

       01  BACKUP-TRAILER-RECORD.
           05  BT-RECORD-CODE          PIC X.
           05  BT-RECORD-COUNT         PIC 9(7).
           05  BT-KEY-HASH-TOTAL       PIC 9(12).
           05  FILLER                  PIC X(81).

       FD  CTLRPT.

