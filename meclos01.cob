       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECLOS01.
      ***************************************************************
      *  MECLOS01 - month-end close of the accounting period.  The
      *  close used to be INTACC01, FEEASS01, FXREVL01, JRNCUT01,
      *  CUSSNP01 and GLEXTR01 run in the right order by hand; the
      *  close steps now run from the month-end schedule at their
      *  places in the night's chain (interest and fees ahead of the
      *  posting and statement steps that must carry them), and
      *  this step, last in the month-end chain, proves the close
      *  before it closes anything.  The period row on the close-
      *  control file (WSPERCTL) goes to CLOSING as the step starts.
      *  Each step on the close-step list must then show RAN OK on
      *  tonight's step dispositions - or FORCED DONE, where the
      *  operator finished it by hand and force-completed it through
      *  the batch driver - and the list's steps must have run in
      *  list order; the CTLBAL01 balance report must hold no
      *  out-of-balance or missing-posting pair.  Only then is the
      *  period CLOSED - from that moment POSTED01 refuses a value
      *  date inside it - and the next month's row opened.  Anything
      *  short of that leaves the period CLOSING, logs the close
      *  exception, and ends the step nonzero, so operations fixes
      *  and reruns the failing step and then this one.  A period
      *  already CLOSED is reported and left alone.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL-IN
               ASSIGN TO "data/period_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-IN-STATUS.
           SELECT PERIOD-CONTROL-OUT
               ASSIGN TO "data/period_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-OUT-STATUS.
           SELECT CLOSE-STEP-FILE
               ASSIGN TO "data/close_steps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STEP-STATUS.
           SELECT DISPOSITION-FILE
               ASSIGN TO "data/batch_dispositions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPOSITION-STATUS.
           SELECT BALANCE-REPORT-FILE
               ASSIGN TO "data/control_balance_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT CLOSE-REPORT-FILE
               ASSIGN TO "data/month_end_close_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CONTROL-IN.
       01  PERIOD-CONTROL-IN-REC         PIC X(42).

       FD  PERIOD-CONTROL-OUT.
       01  PERIOD-CONTROL-OUT-REC        PIC X(42).

       FD  CLOSE-STEP-FILE.
       01  CLOSE-STEP-REC.
           02 CS-ORDER                   PIC 9(3).
           02 CS-STEP-NAME               PIC X(8).
           02 CS-PROGRAM                 PIC X(12).

       FD  DISPOSITION-FILE.
       01  DISPOSITION-REC.
           02 DP-RUN-DATE                PIC X(7).
           02 FILLER                     PIC X(1).
           02 DP-SEQUENCE                PIC X(3).
           02 FILLER                     PIC X(1).
           02 DP-STEP-NAME               PIC X(8).
           02 FILLER                     PIC X(1).
           02 DP-DISPOSITION             PIC X(12).
           02 DP-RETURN-CODE             PIC X(8).
           02 FILLER                     PIC X(19).

       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-REC            PIC X(110).

       FD  CLOSE-REPORT-FILE.
       01  CLOSE-REPORT-REC              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-IN-STATUS            PIC XX.
       01 WS-PERIOD-OUT-STATUS           PIC XX.
       01 WS-CLOSE-STEP-STATUS           PIC XX.
       01 WS-DISPOSITION-STATUS          PIC XX.
       01 WS-BALANCE-STATUS              PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD-COUNT            PIC 9(3) VALUE 0.
           05 WS-PERIOD-ENTRY OCCURS 240 TIMES INDEXED BY PE-IDX.
               10 WS-PERIOD-IMAGE        PIC X(42).
       01 WS-CLOSE-PERIOD-IDX            PIC 9(3) VALUE 0.
       01 WS-CLOSE-STEP-TABLE.
           05 WS-CLOSE-STEP-COUNT        PIC 9(2) VALUE 0.
           05 WS-CLOSE-STEP-ENTRY OCCURS 20 TIMES INDEXED BY CS-IDX.
               10 WS-CLOSE-STEP-NAME     PIC X(8).
               10 WS-CLOSE-PROGRAM       PIC X(12).
               10 WS-CLOSE-DISPOSITION   PIC X(12).
               10 WS-CLOSE-RETURN-CODE   PIC X(8).
               10 WS-CLOSE-LINE-NO       PIC 9(5).
       01 WS-DISPOSITION-LINE-NO         PIC 9(5) VALUE 0.
       01 WS-PRIOR-LINE-NO               PIC 9(5) VALUE 0.
       01 WS-PRIOR-STEP-NAME             PIC X(8).
       01 WS-RUN-GREGORIAN               PIC 9(8).
       01 WS-RUN-PERIOD                  PIC 9(6).
       01 WS-NEXT-PERIOD                 PIC 9(6).
       01 WS-NEXT-PERIOD-PARTS REDEFINES WS-NEXT-PERIOD.
           05 WS-NEXT-YEAR               PIC 9(4).
           05 WS-NEXT-MONTH              PIC 9(2).
       01 WS-BALANCE-LINES               PIC 9(5) VALUE 0.
       01 WS-BALANCE-BREAKS              PIC 9(5) VALUE 0.
       01 WS-CLOSE-FINDINGS              PIC 9(3) VALUE 0.
       01 WS-FINDING-TEXT                PIC X(60).
       01 WS-CLOSE-SWITCH                PIC X(1) VALUE "N".
           88 WS-PERIOD-WAS-CLOSED       VALUE "Y".
       01 WS-ALREADY-SWITCH              PIC X(1) VALUE "N".
           88 WS-ALREADY-CLOSED          VALUE "Y".
       COPY WSPERCTL.
       COPY WSEXCLOG.
       COPY WSRUNCTL.
       COPY WSAUDTRL.

       PROCEDURE DIVISION.
       MECLOS01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "MECLOS01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           COMPUTE WS-RUN-GREGORIAN = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD)).
           MOVE WS-RUN-GREGORIAN (1:6) TO WS-RUN-PERIOD.

           OPEN OUTPUT CLOSE-REPORT-FILE.
           MOVE SPACES TO CLOSE-REPORT-REC.
           STRING "MONTH-END CLOSE - PERIOD " WS-RUN-PERIOD
                   "  RUN DATE " WS-RUN-CCYYDDD
               DELIMITED BY SIZE INTO CLOSE-REPORT-REC.
           WRITE CLOSE-REPORT-REC.

           PERFORM LOAD-PERIOD-CONTROL.
           PERFORM START-PERIOD-CLOSE.

           IF NOT WS-ALREADY-CLOSED
               PERFORM SAVE-PERIOD-CONTROL
               PERFORM LOAD-CLOSE-STEPS
               PERFORM LOAD-TONIGHTS-DISPOSITIONS
               PERFORM VERIFY-CLOSE-STEPS
               PERFORM VERIFY-CONTROL-BALANCE
               IF WS-CLOSE-FINDINGS = 0
                   PERFORM FINISH-PERIOD-CLOSE
                   PERFORM SAVE-PERIOD-CONTROL
               ELSE
                   PERFORM REPORT-CLOSE-REFUSED
               END-IF
           END-IF.
           CLOSE CLOSE-REPORT-FILE.

           DISPLAY "MECLOS01: PERIOD=" WS-RUN-PERIOD
               " CLOSE STEPS=" WS-CLOSE-STEP-COUNT
               " FINDINGS=" WS-CLOSE-FINDINGS
               " CLOSED=" WS-CLOSE-SWITCH.

           MOVE WS-CLOSE-STEP-COUNT TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           IF WS-CLOSE-FINDINGS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL-IN.
           IF WS-PERIOD-IN-STATUS = "00"
               PERFORM UNTIL WS-PERIOD-IN-STATUS = "10"
                       OR WS-PERIOD-COUNT = 240
                   READ PERIOD-CONTROL-IN
                       AT END
                           MOVE "10" TO WS-PERIOD-IN-STATUS
                       NOT AT END
                           ADD 1 TO WS-PERIOD-COUNT
                           MOVE PERIOD-CONTROL-IN-REC
                               TO WS-PERIOD-IMAGE (WS-PERIOD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL-IN
           END-IF.

      ***************************************************************
      *  A month with no row yet (the first close after the control
      *  file was introduced) gets one as it goes to CLOSING.
      ***************************************************************
       START-PERIOD-CLOSE.
           PERFORM VARYING PE-IDX FROM 1 BY 1
                   UNTIL PE-IDX > WS-PERIOD-COUNT
               MOVE WS-PERIOD-IMAGE (PE-IDX)
                   TO WS-PERIOD-CONTROL-RECORD
               IF PC-PERIOD = WS-RUN-PERIOD
                   SET WS-CLOSE-PERIOD-IDX TO PE-IDX
               END-IF
           END-PERFORM.
           IF WS-CLOSE-PERIOD-IDX = 0
               MOVE WS-RUN-PERIOD TO PC-PERIOD
               SET PC-PERIOD-OPEN TO TRUE
               MOVE WS-RUN-CCYYDDD TO PC-OPENED-DATE
               MOVE 0 TO PC-CLOSING-DATE
               MOVE 0 TO PC-CLOSED-DATE
               MOVE SPACES TO PC-CLOSED-BY
               PERFORM ADD-PERIOD-ROW
               MOVE WS-PERIOD-COUNT TO WS-CLOSE-PERIOD-IDX
           END-IF.
           MOVE WS-PERIOD-IMAGE (WS-CLOSE-PERIOD-IDX)
               TO WS-PERIOD-CONTROL-RECORD.
           IF PC-PERIOD-CLOSED
               MOVE "Y" TO WS-ALREADY-SWITCH
               MOVE SPACES TO CLOSE-REPORT-REC
               STRING "  PERIOD " PC-PERIOD " ALREADY CLOSED "
                       PC-CLOSED-DATE " BY " PC-CLOSED-BY
                       " - NOTHING TO DO"
                   DELIMITED BY SIZE INTO CLOSE-REPORT-REC
               WRITE CLOSE-REPORT-REC
               EXIT PARAGRAPH
           END-IF.
           SET PC-PERIOD-CLOSING TO TRUE.
           MOVE WS-RUN-CCYYDDD TO PC-CLOSING-DATE.
           MOVE WS-PERIOD-CONTROL-RECORD
               TO WS-PERIOD-IMAGE (WS-CLOSE-PERIOD-IDX).

       ADD-PERIOD-ROW.
           IF WS-PERIOD-COUNT < 240
               ADD 1 TO WS-PERIOD-COUNT
               MOVE WS-PERIOD-CONTROL-RECORD
                   TO WS-PERIOD-IMAGE (WS-PERIOD-COUNT)
           END-IF.

       SAVE-PERIOD-CONTROL.
           OPEN OUTPUT PERIOD-CONTROL-OUT.
           PERFORM VARYING PE-IDX FROM 1 BY 1
                   UNTIL PE-IDX > WS-PERIOD-COUNT
               MOVE WS-PERIOD-IMAGE (PE-IDX)
                   TO PERIOD-CONTROL-OUT-REC
               WRITE PERIOD-CONTROL-OUT-REC
           END-PERFORM.
           CLOSE PERIOD-CONTROL-OUT.

       LOAD-CLOSE-STEPS.
           OPEN INPUT CLOSE-STEP-FILE.
           IF WS-CLOSE-STEP-STATUS = "00"
               PERFORM UNTIL WS-CLOSE-STEP-STATUS = "10"
                       OR WS-CLOSE-STEP-COUNT = 20
                   READ CLOSE-STEP-FILE
                       AT END
                           MOVE "10" TO WS-CLOSE-STEP-STATUS
                       NOT AT END
                           ADD 1 TO WS-CLOSE-STEP-COUNT
                           SET CS-IDX TO WS-CLOSE-STEP-COUNT
                           MOVE CS-STEP-NAME
                               TO WS-CLOSE-STEP-NAME (CS-IDX)
                           MOVE CS-PROGRAM
                               TO WS-CLOSE-PROGRAM (CS-IDX)
                           MOVE "NOT RUN"
                               TO WS-CLOSE-DISPOSITION (CS-IDX)
                           MOVE SPACES
                               TO WS-CLOSE-RETURN-CODE (CS-IDX)
                           MOVE 0 TO WS-CLOSE-LINE-NO (CS-IDX)
                   END-READ
               END-PERFORM
               CLOSE CLOSE-STEP-FILE
           END-IF.
           IF WS-CLOSE-STEP-COUNT = 0
               MOVE "CLOSE-STEP LIST MISSING OR EMPTY"
                   TO WS-FINDING-TEXT
               PERFORM WRITE-CLOSE-FINDING
           END-IF.

      ***************************************************************
      *  The driver writes each step's disposition as the step
      *  finishes, so tonight's lines are there in the order the
      *  steps ran.  A step the night ran more than once (a catch-
      *  up chain, a rerun) is judged on its latest line.
      ***************************************************************
       LOAD-TONIGHTS-DISPOSITIONS.
           OPEN INPUT DISPOSITION-FILE.
           IF WS-DISPOSITION-STATUS = "00"
               PERFORM UNTIL WS-DISPOSITION-STATUS = "10"
                   READ DISPOSITION-FILE
                       AT END
                           MOVE "10" TO WS-DISPOSITION-STATUS
                       NOT AT END
                           ADD 1 TO WS-DISPOSITION-LINE-NO
                           IF DP-RUN-DATE = WS-RUN-CCYYDDD
                               PERFORM NOTE-CLOSE-DISPOSITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPOSITION-FILE
           END-IF.

       NOTE-CLOSE-DISPOSITION.
           PERFORM VARYING CS-IDX FROM 1 BY 1
                   UNTIL CS-IDX > WS-CLOSE-STEP-COUNT
               IF WS-CLOSE-STEP-NAME (CS-IDX) = DP-STEP-NAME
                   MOVE DP-DISPOSITION
                       TO WS-CLOSE-DISPOSITION (CS-IDX)
                   MOVE DP-RETURN-CODE
                       TO WS-CLOSE-RETURN-CODE (CS-IDX)
                   MOVE WS-DISPOSITION-LINE-NO
                       TO WS-CLOSE-LINE-NO (CS-IDX)
               END-IF
           END-PERFORM.

      ***************************************************************
      *  List order is close order: every step must have run clean
      *  tonight, and after the step listed ahead of it.
      ***************************************************************
       VERIFY-CLOSE-STEPS.
           MOVE 0 TO WS-PRIOR-LINE-NO.
           MOVE SPACES TO WS-PRIOR-STEP-NAME.
           PERFORM VARYING CS-IDX FROM 1 BY 1
                   UNTIL CS-IDX > WS-CLOSE-STEP-COUNT
               MOVE SPACES TO CLOSE-REPORT-REC
               STRING "  STEP " WS-CLOSE-STEP-NAME (CS-IDX)
                       " " WS-CLOSE-PROGRAM (CS-IDX)
                       " " WS-CLOSE-DISPOSITION (CS-IDX)
                       " " WS-CLOSE-RETURN-CODE (CS-IDX)
                   DELIMITED BY SIZE INTO CLOSE-REPORT-REC
               WRITE CLOSE-REPORT-REC
               PERFORM VERIFY-ONE-CLOSE-STEP
           END-PERFORM.

       VERIFY-ONE-CLOSE-STEP.
           MOVE SPACES TO WS-FINDING-TEXT.
           EVALUATE TRUE
               WHEN WS-CLOSE-LINE-NO (CS-IDX) = 0
                   STRING WS-CLOSE-STEP-NAME (CS-IDX)
                           " DID NOT RUN TONIGHT"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
               WHEN WS-CLOSE-DISPOSITION (CS-IDX) NOT = "RAN OK"
                       AND WS-CLOSE-DISPOSITION (CS-IDX)
                           NOT = "FORCED DONE"
                   STRING WS-CLOSE-STEP-NAME (CS-IDX)
                           " DID NOT RUN CLEAN - "
                           WS-CLOSE-DISPOSITION (CS-IDX)
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
               WHEN WS-CLOSE-LINE-NO (CS-IDX) < WS-PRIOR-LINE-NO
                   STRING WS-CLOSE-STEP-NAME (CS-IDX)
                           " RAN AHEAD OF " WS-PRIOR-STEP-NAME
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
               WHEN OTHER
                   MOVE WS-CLOSE-LINE-NO (CS-IDX)
                       TO WS-PRIOR-LINE-NO
                   MOVE WS-CLOSE-STEP-NAME (CS-IDX)
                       TO WS-PRIOR-STEP-NAME
           END-EVALUATE.
           IF WS-FINDING-TEXT NOT = SPACES
               PERFORM WRITE-CLOSE-FINDING
           END-IF.

      ***************************************************************
      *  The balancer rewrites its report every night; an empty or
      *  missing report proves nothing, and any broken pair on it
      *  keeps the period open for the ledger's sake.
      ***************************************************************
       VERIFY-CONTROL-BALANCE.
           OPEN INPUT BALANCE-REPORT-FILE.
           IF WS-BALANCE-STATUS = "00"
               PERFORM UNTIL WS-BALANCE-STATUS = "10"
                   READ BALANCE-REPORT-FILE
                       AT END
                           MOVE "10" TO WS-BALANCE-STATUS
                       NOT AT END
                           ADD 1 TO WS-BALANCE-LINES
                           IF BALANCE-REPORT-REC (1:14)
                                   = "OUT OF BALANCE"
                                   OR BALANCE-REPORT-REC (1:15)
                                   = "MISSING POSTING"
                               ADD 1 TO WS-BALANCE-BREAKS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-REPORT-FILE
           END-IF.
           MOVE SPACES TO CLOSE-REPORT-REC.
           STRING "  CONTROL BALANCE PAIRS=" WS-BALANCE-LINES
                   " BROKEN=" WS-BALANCE-BREAKS
               DELIMITED BY SIZE INTO CLOSE-REPORT-REC.
           WRITE CLOSE-REPORT-REC.
           MOVE SPACES TO WS-FINDING-TEXT.
           IF WS-BALANCE-LINES = 0
               MOVE "CONTROL BALANCE REPORT MISSING OR EMPTY"
                   TO WS-FINDING-TEXT
           END-IF.
           IF WS-BALANCE-BREAKS > 0
               STRING "CONTROL TOTALS OUT OF BALANCE - "
                       WS-BALANCE-BREAKS " PAIRS"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
           END-IF.
           IF WS-FINDING-TEXT NOT = SPACES
               PERFORM WRITE-CLOSE-FINDING
           END-IF.

       WRITE-CLOSE-FINDING.
           ADD 1 TO WS-CLOSE-FINDINGS.
           MOVE SPACES TO CLOSE-REPORT-REC.
           STRING "  ** " WS-FINDING-TEXT
               DELIMITED BY SIZE INTO CLOSE-REPORT-REC.
           WRITE CLOSE-REPORT-REC.

       FINISH-PERIOD-CLOSE.
           MOVE WS-PERIOD-IMAGE (WS-CLOSE-PERIOD-IDX)
               TO WS-PERIOD-CONTROL-RECORD.
           SET PC-PERIOD-CLOSED TO TRUE.
           MOVE WS-RUN-CCYYDDD TO PC-CLOSED-DATE.
           MOVE "MECLOS01" TO PC-CLOSED-BY.
           MOVE WS-PERIOD-CONTROL-RECORD
               TO WS-PERIOD-IMAGE (WS-CLOSE-PERIOD-IDX).
           MOVE "Y" TO WS-CLOSE-SWITCH.
           MOVE SPACES TO CLOSE-REPORT-REC.
           STRING "  PERIOD " WS-RUN-PERIOD " CLOSED "
                   WS-RUN-CCYYDDD
               DELIMITED BY SIZE INTO CLOSE-REPORT-REC.
           WRITE CLOSE-REPORT-REC.
           PERFORM OPEN-NEXT-PERIOD.

       OPEN-NEXT-PERIOD.
           MOVE WS-RUN-PERIOD TO WS-NEXT-PERIOD.
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           PERFORM VARYING PE-IDX FROM 1 BY 1
                   UNTIL PE-IDX > WS-PERIOD-COUNT
               MOVE WS-PERIOD-IMAGE (PE-IDX)
                   TO WS-PERIOD-CONTROL-RECORD
               IF PC-PERIOD = WS-NEXT-PERIOD
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE WS-NEXT-PERIOD TO PC-PERIOD.
           SET PC-PERIOD-OPEN TO TRUE.
           MOVE WS-RUN-CCYYDDD TO PC-OPENED-DATE.
           MOVE 0 TO PC-CLOSING-DATE.
           MOVE 0 TO PC-CLOSED-DATE.
           MOVE SPACES TO PC-CLOSED-BY.
           PERFORM ADD-PERIOD-ROW.
           MOVE SPACES TO CLOSE-REPORT-REC.
           STRING "  PERIOD " WS-NEXT-PERIOD " OPENED"
               DELIMITED BY SIZE INTO CLOSE-REPORT-REC.
           WRITE CLOSE-REPORT-REC.

       REPORT-CLOSE-REFUSED.
           MOVE SPACES TO CLOSE-REPORT-REC.
           STRING "  PERIOD " WS-RUN-PERIOD " LEFT CLOSING - "
                   WS-CLOSE-FINDINGS " FINDINGS"
               DELIMITED BY SIZE INTO CLOSE-REPORT-REC.
           WRITE CLOSE-REPORT-REC.
           MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE.
           MOVE "MECLOS01" TO ER-JOB-STEP.
           MOVE "MCLS" TO ER-ERROR-CODE.
           MOVE SPACES TO ER-ERROR-TEXT.
           STRING "PERIOD " WS-RUN-PERIOD " NOT CLOSED - "
                   WS-CLOSE-FINDINGS " FINDINGS"
               DELIMITED BY SIZE INTO ER-ERROR-TEXT.
           CALL "EXCPLOG01" USING WS-ERROR-RECORD.
       END PROGRAM MECLOS01.
