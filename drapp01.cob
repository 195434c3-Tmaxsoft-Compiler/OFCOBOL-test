       FD  DR-INCREMENT-FILE.
       01  DR-INCREMENT-REC.
           02 DR-ACTION                  PIC X(1).
           02 DR-RECORD-IMAGE            PIC X(229).

       FD  DR-BASE-IN.
       01  DR-BASE-IN-REC                PIC X(229).

       FD  DR-WORK-FILE.
       01  DR-WORK-REC                   PIC X(229).

       FD  DR-BASE-OUT.
       01  DR-BASE-OUT-REC               PIC X(229).

       FD  APPLY-REPORT-FILE.
       01  APPLY-REPORT-REC              PIC X(90).
       01 WS-BASE-KEY                    PIC X(9).
       01 WS-INCR-KEY                    PIC X(9).
       01 WS-INCR-ACTION                 PIC X(1).
       01 WS-INCR-IMAGE                  PIC X(229).
       01 WS-TRAILER-SEEN                PIC X(1) VALUE "N".
       01 WS-TRAILER-IMAGE.
           05 WS-TRL-COUNT               PIC 9(7).
           05 WS-TRL-HASH                PIC 9(13)V99.
           05 FILLER                     PIC X(207).
       01 WS-RESULT-BALANCE              PIC S9(9)V99 COMP-3.
       01 WS-RESULT-RECORD               PIC X(229).
       01 WS-RESULT-RECORD-R REDEFINES WS-RESULT-RECORD.
           05 FILLER                     PIC X(78).
           05 WS-RESULT-BAL-PACKED       PIC S9(9)V99 COMP-3.
           05 FILLER                     PIC X(145).
       01 WS-APPLIED-ADDS                PIC 9(5) VALUE 0.
       01 WS-APPLIED-CHANGES             PIC 9(5) VALUE 0.
       01 WS-APPLIED-DROPS               PIC 9(5) VALUE 0.
