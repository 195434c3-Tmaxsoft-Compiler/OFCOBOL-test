       01 WS-PROBE-FILE-NAME             PIC X(40).
       01 WS-STEP-TABLE.
           05 WS-STEP-COUNT              PIC 9(3) VALUE 0.
           05 WS-STEP-ENTRY OCCURS 99 TIMES INDEXED BY ST-IDX.
               10 WS-STEP-NAME           PIC X(8).
               10 WS-STEP-PREDECESSOR    PIC X(8).
               10 WS-STEP-ENABLED        PIC X(1).
       LOAD-SCHEDULE-TABLE.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-FILE-STATUS = "00"
               PERFORM UNTIL WS-STEP-COUNT = 99
                       OR WS-SCHEDULE-FILE-STATUS = "10"
                   READ SCHEDULE-FILE
                       AT END
