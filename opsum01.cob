      *  ABENDED - the exception counts by file, and a final
      *  RUN OK / RUN DEGRADED / RUN FAILED verdict line, so the
      *  six-AM check takes one page instead of eleven files.
      *  Every step the operator bypassed or force-completed through
      *  the batch driver is listed with who did it, when, and why,
      *  and any such override keeps the night from reading RUN OK.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "data/arith_exceptions_common.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT OPERATOR-LOG-FILE
               ASSIGN TO "data/operator_command_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT SUMMARY-REPORT-FILE
               ASSIGN TO "data/morning_summary.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
       01  TEXT-REJECT-REC               PIC X(45).
       FD  COMMON-EXCEPTION-FILE.
       01  COMMON-EXCEPTION-REC          PIC X(82).
       FD  OPERATOR-LOG-FILE.
       COPY WSOPRLOG.
       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-REC            PIC X(90).

       01 WS-STEPS-FAILED                PIC 9(3) VALUE 0.
       01 WS-STEPS-SKIPPED               PIC 9(3) VALUE 0.
       01 WS-JOBS-ABENDED                PIC 9(3) VALUE 0.
       01 WS-OVERRIDES                   PIC 9(3) VALUE 0.
      *
      *  A step can have more than one disposition line in a night
      *  - an operator force-complete after a failure adds one - so
      *  the counts are taken from each step's latest line per date.
      *
       01 WS-FINAL-DISP-TABLE.
           05 WS-FINAL-DISP-COUNT        PIC 9(3) VALUE 0.
           05 WS-FINAL-DISP-ENTRY OCCURS 500 TIMES INDEXED BY FD-IDX.
               10 WS-FINAL-DISP-KEY      PIC X(15).
               10 WS-FINAL-DISP-TEXT     PIC X(12).
       01 WS-DISP-KEY                    PIC X(15).
       01 WS-DISP-FOUND                  PIC X(1).
           88 WS-DISP-IS-FOUND           VALUE "Y".
       01 WS-VERDICT                     PIC X(12).
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.

       PROCEDURE DIVISION.
       OPSUM01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT SUMMARY-REPORT-FILE.
           MOVE SPACES TO SUMMARY-REPORT-REC.
           STRING "MORNING RUN SUMMARY FOR " WS-RUN-CCYYDDD
           WRITE SUMMARY-REPORT-REC.

           PERFORM SUMMARIZE-DISPOSITIONS.
           PERFORM REPORT-OPERATOR-OVERRIDES.
           PERFORM SCAN-AUDIT-TRAIL.
           PERFORM REPORT-AUDIT-JOBS.
           PERFORM COUNT-ALL-EXCEPTIONS.
      ***************************************************************
      *  The driver's disposition lines go onto the page verbatim -
      *  they already read RAN OK / SKIP reason / FAILED - while the
      *  failed and blocked counts, on each step's latest line,
      *  feed the verdict.
      ***************************************************************
       SUMMARIZE-DISPOSITIONS.
           MOVE SPACES TO SUMMARY-REPORT-REC.
                               DELIMITED BY SIZE
                               INTO SUMMARY-REPORT-REC
                           WRITE SUMMARY-REPORT-REC
                           PERFORM NOTE-FINAL-DISPOSITION
                   END-READ
               END-PERFORM
               CLOSE DISPOSITION-FILE
               PERFORM VARYING FD-IDX FROM 1 BY 1
                       UNTIL FD-IDX > WS-FINAL-DISP-COUNT
                   IF WS-FINAL-DISP-TEXT (FD-IDX) (1:6) = "FAILED"
                           OR WS-FINAL-DISP-TEXT (FD-IDX) = "HELD"
                       ADD 1 TO WS-STEPS-FAILED
                   END-IF
                   IF WS-FINAL-DISP-TEXT (FD-IDX) = "SKIP BLOCKED"
                       ADD 1 TO WS-STEPS-SKIPPED
                   END-IF
               END-PERFORM
           ELSE
               MOVE "  NO DISPOSITION FILE - DRIVER DID NOT RUN"
                   TO SUMMARY-REPORT-REC
               WRITE SUMMARY-REPORT-REC
           END-IF.

       NOTE-FINAL-DISPOSITION.
           MOVE SPACES TO WS-DISP-KEY.
           STRING DISPOSITION-REC (1:7) DISPOSITION-REC (13:8)
               DELIMITED BY SIZE INTO WS-DISP-KEY.
           MOVE "N" TO WS-DISP-FOUND.
           PERFORM VARYING FD-IDX FROM 1 BY 1
                   UNTIL FD-IDX > WS-FINAL-DISP-COUNT
                       OR WS-DISP-IS-FOUND
               IF WS-FINAL-DISP-KEY (FD-IDX) = WS-DISP-KEY
                   MOVE "Y" TO WS-DISP-FOUND
                   MOVE DISPOSITION-REC (22:12)
                       TO WS-FINAL-DISP-TEXT (FD-IDX)
               END-IF
           END-PERFORM.
           IF NOT WS-DISP-IS-FOUND AND WS-FINAL-DISP-COUNT < 500
               ADD 1 TO WS-FINAL-DISP-COUNT
               SET FD-IDX TO WS-FINAL-DISP-COUNT
               MOVE WS-DISP-KEY TO WS-FINAL-DISP-KEY (FD-IDX)
               MOVE DISPOSITION-REC (22:12)
                   TO WS-FINAL-DISP-TEXT (FD-IDX)
           END-IF.

      ***************************************************************
      *  Each operator BYPASS or FORCE-COMPLETE the driver honored,
      *  from its operator command log: the step, the operator, the
      *  time the driver acted on it, and the reason given.
      ***************************************************************
       REPORT-OPERATOR-OVERRIDES.
           MOVE SPACES TO SUMMARY-REPORT-REC.
           MOVE "OPERATOR OVERRIDES:" TO SUMMARY-REPORT-REC.
           WRITE SUMMARY-REPORT-REC.
           OPEN INPUT OPERATOR-LOG-FILE.
           IF WS-SOURCE-FILE-STATUS = "00"
               PERFORM UNTIL WS-SOURCE-FILE-STATUS = "10"
                   READ OPERATOR-LOG-FILE
                       AT END
                           MOVE "10" TO WS-SOURCE-FILE-STATUS
                       NOT AT END
                           IF OL-RESULT-APPLIED
                                   AND (OL-COMMAND-BYPASS
                                       OR OL-COMMAND-FORCE)
                               PERFORM WRITE-OVERRIDE-LINES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-LOG-FILE
           END-IF.
           IF WS-OVERRIDES = 0
               MOVE SPACES TO SUMMARY-REPORT-REC
               MOVE "  NONE" TO SUMMARY-REPORT-REC
               WRITE SUMMARY-REPORT-REC
           END-IF.

       WRITE-OVERRIDE-LINES.
           ADD 1 TO WS-OVERRIDES.
           MOVE SPACES TO SUMMARY-REPORT-REC.
           STRING "  " OL-RUN-DATE " " OL-STEP-NAME " " OL-COMMAND
                   " BY " OL-OPERATOR-ID " AT " OL-COMMAND-TIME
               DELIMITED BY SIZE INTO SUMMARY-REPORT-REC.
           WRITE SUMMARY-REPORT-REC.
           MOVE SPACES TO SUMMARY-REPORT-REC.
           STRING "    REASON: " OL-REASON
               DELIMITED BY SIZE INTO SUMMARY-REPORT-REC.
           WRITE SUMMARY-REPORT-REC.

      ***************************************************************
      *  Tonight's audit-trail lines pair up per job: JOB STARTED
      *  marks it started, JOB ENDED closes it and carries the
      ***************************************************************
       SCAN-AUDIT-TRAIL.
           OPEN INPUT AUDIT-TRAIL-FILE.
           PERFORM SKIP-AUDIT-HEADER.
           IF WS-AUDIT-FILE-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-FILE-STATUS = "10"
                   READ AUDIT-TRAIL-FILE
           WRITE SUMMARY-REPORT-REC.

      ***************************************************************
      *  FAILED or HELD steps or abended jobs fail the run outright;
      *  blocked steps, operator overrides, or any exceptions
      *  degrade it; a quiet night is RUN OK.
      ***************************************************************
       WRITE-VERDICT-LINE.
           EVALUATE TRUE
               WHEN WS-STEPS-FAILED > 0 OR WS-JOBS-ABENDED > 0
                   MOVE "RUN FAILED" TO WS-VERDICT
               WHEN WS-STEPS-SKIPPED > 0
                       OR WS-OVERRIDES > 0
                       OR WS-TOTAL-EXCEPTIONS > 0
                   MOVE "RUN DEGRADED" TO WS-VERDICT
               WHEN OTHER
                   " (FAILED=" WS-STEPS-FAILED
                   " ABENDED=" WS-JOBS-ABENDED
                   " BLOCKED=" WS-STEPS-SKIPPED
                   " EXCEPTIONS=" WS-TOTAL-EXCEPTIONS
                   " OVERRIDES=" WS-OVERRIDES ")"
               DELIMITED BY SIZE INTO SUMMARY-REPORT-REC.
           WRITE SUMMARY-REPORT-REC.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "OPSUM01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-AUDTRAIL-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-AUDIT-HEADER.
           IF WS-AUDIT-FILE-STATUS = "00"
               READ AUDIT-TRAIL-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM OPSUM01.
