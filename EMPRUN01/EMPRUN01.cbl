               10  RC-ENTRY-TYPE       PIC X.
                   88  RUN-ENTRY                VALUE "R".
                   88  POSTED-STAMP-ENTRY       VALUE "P".
                   88  CLOSED-PERIOD-ENTRY      VALUE "C".
               10  RC-ENTRY-CODE       PIC X(8).
           05  RC-RUN-STATUS           PIC X.
               88  RUN-IN-FLIGHT                VALUE "S".
           EVALUATE TRUE
               WHEN POSTED-STAMP-ENTRY
                   MOVE "POSTED" TO LL-STATUS-TEXT
               WHEN CLOSED-PERIOD-ENTRY
                   MOVE "CLOSED" TO LL-STATUS-TEXT
               WHEN RUN-IN-FLIGHT
                   MOVE "IN FLIGHT" TO LL-STATUS-TEXT
               WHEN RUN-COMPLETED
