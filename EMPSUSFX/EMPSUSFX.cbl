               88  BATCH-TRAILER                VALUE "T".
           05  BT-BATCH-DATA.
               10  BT-BATCH-NUMBER     PIC 9(5).
               10  FILLER              PIC X(74).
           05  BT-TRAILER-DATA REDEFINES BT-BATCH-DATA.
               10  BT-EXPECTED-COUNT   PIC 9(5).
               10  BT-EXPECTED-HASH    PIC 9(10).
               10  FILLER              PIC X(64).
           05  BT-DETAIL-DATA REDEFINES BT-BATCH-DATA.
               10  BT-EMPLOYEE-ID      PIC 9(5).
               10  FILLER              PIC X(74).

       FD  SUSPCORR.

           05  CO-ACTION-CODE          PIC X.
           05  CO-BATCH-NUMBER         PIC 9(5).
           05  CO-EMPLOYEE-ID          PIC X(5).
           05  CO-REPLACEMENT-DATA     PIC X(80).

       FD  EMPTRANR.

       01  RELEASED-RECORD-AREA       PIC X(80).

       FD  SUSPRPT.

           05  EXPECTED-BATCH-HASH     PIC 9(10)     VALUE ZERO.
           05  RELEASED-BATCH-COUNT    PIC 9(5)      VALUE ZERO.
           05  RELEASED-BATCH-HASH     PIC 9(10)     VALUE ZERO.
           05  SAVED-BATCH-HEADER      PIC X(80).

       01  DETAIL-WORK-RECORD.
           05  DW-RECORD-CODE          PIC X.
           05  DW-EMPLOYEE-ID          PIC 9(5).
           05  FILLER                  PIC X(74).

       01  NEW-TRAILER-RECORD.
           05  NT-RECORD-CODE          PIC X.
           05  NT-RECORD-COUNT         PIC 9(5).
           05  NT-RECORD-HASH          PIC 9(10).
           05  FILLER                  PIC X(64).

       01  BUFFER-CONTROLS.
           05  BUFFER-COUNT            PIC S9(3) COMP VALUE ZERO.
       01  TRANSACTION-BUFFER-TABLE.
           05  TRANSACTION-BUFFER OCCURS 500 TIMES
                   INDEXED BY BUF-IDX
                                       PIC X(80).

       01  CORRECTION-CONTROLS.
           05  CORRECTION-COUNT        PIC S9(3) COMP VALUE ZERO.
               10  CE-ACTION-CODE      PIC X.
               10  CE-BATCH-NUMBER     PIC 9(5).
               10  CE-EMPLOYEE-ID      PIC X(5).
               10  CE-REPLACEMENT-DATA PIC X(80).
               10  CE-OVERRIDE-DATA REDEFINES CE-REPLACEMENT-DATA.
                   15  CE-OVERRIDE-COUNT PIC 9(5).
                   15  CE-OVERRIDE-HASH  PIC 9(10).
                   15  FILLER            PIC X(65).
               10  CE-USED-FLAG        PIC X.

       01  CORRECTION-TOTALS.
