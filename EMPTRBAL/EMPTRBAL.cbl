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

       FD  EMPTRANB.

       01  BALANCED-RECORD-AREA       PIC X(80).

       FD  EMPSUSP.

       01  SUSPENSE-RECORD-AREA       PIC X(80).

       FD  BATCHRPT.

       01  BALANCER-STAMP-RECORD.
           05  ST-RECORD-CODE          PIC X.
           05  ST-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X(71).

       01  BATCH-WORK-FIELDS.
           05  CURRENT-BATCH-NUMBER    PIC 9(5)      VALUE ZERO.
           05  ACTUAL-BATCH-COUNT      PIC 9(5)      VALUE ZERO.
           05  ACTUAL-BATCH-HASH       PIC 9(10)     VALUE ZERO.
           05  SAVED-BATCH-HEADER      PIC X(80).
           05  BATCH-REASON-TEXT       PIC X(30).

       01  BUFFER-CONTROLS.
       01  TRANSACTION-BUFFER-TABLE.
           05  TRANSACTION-BUFFER OCCURS 500 TIMES
                   INDEXED BY BUF-IDX
                                       PIC X(80).

       01  BALANCE-TOTALS.
           05  RECORDS-READ-COUNT      PIC 9(7)  VALUE ZERO.
