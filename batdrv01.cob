      *  on the first failed date and reporting every date's
      *  disposition on the catch-up report - a multi-day recovery
      *  is one command, not an all-nighter of hand-edited dates.
      *  Between steps the driver reads the operator command file
      *  and acts on any command for the chain's date it has not
      *  yet seen: HOLD stops the chain before the named step, which
      *  is recorded HELD and ends the driver nonzero; once a RELEASE
      *  for it is on the command file, resubmitting the driver
      *  carries forward what the held chain already did and goes
      *  on from the held step; BYPASS skips the step, with the
      *  reason, and the predecessor mechanics skip its dependents;
      *  FORCE-COMPLETE marks the step done after a manual fix, so
      *  its dependents run - for a step already driven and failed
      *  it turns the failure into FORCED DONE, and only dependents
      *  not yet reached benefit, so hold those first.  Every
      *  command, honored or refused, is logged with the operator,
      *  the time, and the reason on the audit trail and the
      *  operator command log the morning summary reads.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "data/catchup_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATCHUP-REPORT-STATUS.
           SELECT OPERATOR-COMMAND-FILE
               ASSIGN TO "data/operator_commands.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMAND-FILE-STATUS.
           SELECT OPERATOR-LOG-FILE
               ASSIGN TO "data/operator_command_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATCHUP-REPORT-FILE.
       01  CATCHUP-REPORT-REC            PIC X(80).

      *    One command per line, appended by the operator while the
      *    chain runs; the date names the chain it is meant for.
       FD  OPERATOR-COMMAND-FILE.
       01  OPERATOR-COMMAND-REC.
           02 OC-RUN-DATE                PIC X(7).
           02 OC-COMMAND                 PIC X(14).
           02 OC-STEP-NAME               PIC X(8).
           02 OC-OPERATOR-ID             PIC X(8).
           02 OC-REASON                  PIC X(40).

       FD  OPERATOR-LOG-FILE.
       COPY WSOPRLOG.

       WORKING-STORAGE SECTION.
       01 WS-SCHEDULE-FILE-STATUS        PIC XX.
       01 WS-DISPOSITION-FILE-STATUS     PIC XX.
       01 WS-STEP-RC                     PIC S9(4) COMP.
       01 WS-STEP-TABLE.
           05 WS-STEP-COUNT              PIC 9(3) VALUE 0.
           05 WS-STEP-ENTRY OCCURS 99 TIMES INDEXED BY ST-IDX.
               10 WS-STEP-SEQUENCE       PIC 9(3).
               10 WS-STEP-NAME           PIC X(8).
               10 WS-STEP-PROGRAM        PIC X(12).
               10 WS-STEP-ENABLED        PIC X(1).
                   88 WS-STEP-IS-ENABLED VALUE "Y".
               10 WS-STEP-DISPOSITION    PIC X(12).
                   88 WS-STEP-RAN-OK     VALUE "RAN OK"
                                               "FORCED DONE".
                   88 WS-STEP-NOT-DRIVEN VALUE SPACES.
               10 WS-STEP-RETCODE        PIC S9(4).
               10 WS-STEP-OPERATOR-ACTION PIC X(1).
                   88 WS-STEP-HELD       VALUE "H".
                   88 WS-STEP-TO-BYPASS  VALUE "B".
                   88 WS-STEP-TO-FORCE   VALUE "F".
       01 WS-DISP-IDX                    PIC 9(3).
       01 WS-PRED-IDX                    PIC 9(3).
       01 WS-PRED-FOUND                  PIC X(1).
           88 WS-PRED-IS-FOUND           VALUE "Y".
       01 WS-STEPS-RAN                   PIC 9(3) VALUE 0.
       01 WS-STEPS-FAILED                PIC 9(3) VALUE 0.
       01 WS-STEPS-SKIPPED               PIC 9(3) VALUE 0.
       01 WS-STEPS-FORCED                PIC 9(3) VALUE 0.
       01 WS-HANDOFF-IN-STATUS           PIC XX.
       01 WS-HANDOFF-OUT-STATUS          PIC XX.
       01 WS-AUDIT-IN-STATUS             PIC XX.
       01 WS-START-SECONDS               PIC 9(7)V99.
       01 WS-END-SECONDS                 PIC 9(7)V99.
       01 WS-STEP-ELAPSED                PIC S9(7)V99.
       01 WS-COMMAND-FILE-STATUS         PIC XX.
       01 WS-OPERATOR-LOG-STATUS         PIC XX.
      *
      *  Commands for the chain's date are taken in file order; the
      *  count already acted on lets each re-read pick up only the
      *  lines the operator has added since.
      *
       01 WS-COMMANDS-SEEN               PIC 9(4) VALUE 0.
      *
      *  A resubmitted held chain takes back, without logging them
      *  again, the commands the held submission had already acted
      *  on - their count rides on the HELD disposition line - so
      *  the marks they left on steps not yet driven stand again.
      *
       01 WS-COMMANDS-REPLAY             PIC 9(4) VALUE 0.
       01 WS-RESUME-COMMANDS             PIC 9(4) VALUE 0.
       01 WS-COMMAND-ORDINAL             PIC 9(4).
       01 WS-COMMAND-STEP-IDX            PIC 9(3).
       01 WS-COMMAND-RESULT              PIC X(12).
       01 WS-COMMAND-TIME.
           05 WS-COMMAND-HHMMSS          PIC 9(6).
           05 FILLER                     PIC 9(2).
       01 WS-CHAIN-HELD-SWITCH           PIC X(1) VALUE "N".
           88 WS-CHAIN-IS-HELD           VALUE "Y".
       01 WS-DRIVER-RC                   PIC S9(4) COMP VALUE 0.
      *
      *  What the last submission's held chain did before its hold,
      *  step by step from the disposition file, so a resubmission
      *  goes on from the held step instead of running it all again.
      *  The latest line for a step wins, as the readers take it.
      *
       01 WS-RESUME-DATE                 PIC 9(7) VALUE 0.
       01 WS-RESUME-STEP                 PIC X(8) VALUE SPACES.
       01 WS-CARRY-DATE                  PIC 9(7) VALUE 0.
       01 WS-CARRY-TABLE.
           05 WS-CARRY-COUNT             PIC 9(3) VALUE 0.
           05 WS-CARRY-ENTRY OCCURS 99 TIMES INDEXED BY CY-IDX.
               10 WS-CARRY-IMAGE         PIC X(60).
       01 WS-CARRY-FOUND                 PIC X(1).
           88 WS-CARRY-IS-FOUND          VALUE "Y".
       01 WS-CARRY-RC-X                  PIC X(4).
       01 WS-CARRY-RC REDEFINES WS-CARRY-RC-X
                                         PIC S9(4).
       COPY WSBIZADJ.
       COPY WSRUNLCK.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSEXCLOG.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "BATDRV01" TO RL-JOB-NAME.
           MOVE "CHAIN" TO RL-LOCK-NAME.
           MOVE WS-RUN-CCYYDDD TO RL-RUN-DATE.
           MOVE WS-RUN-CCYYDDD TO WS-TONIGHT-DATE.
           PERFORM ENUMERATE-MISSED-DATES.

           PERFORM LOAD-HELD-CHAIN.
           OPEN OUTPUT DISPOSITION-FILE.
           CLOSE DISPOSITION-FILE.
      *    A held chain's command log is kept: the overrides it
      *    honored before the hold belong to the same night.
           IF WS-RESUME-DATE = 0
               OPEN OUTPUT OPERATOR-LOG-FILE
               CLOSE OPERATOR-LOG-FILE
           END-IF.
           OPEN OUTPUT CATCHUP-REPORT-FILE.

           IF WS-MISSED-COUNT > 0
                       " NOT RUN - CATCH-UP STOPPED ON FAILURE"
                   DELIMITED BY SIZE INTO CATCHUP-REPORT-REC
               WRITE CATCHUP-REPORT-REC
               MOVE 8 TO WS-DRIVER-RC
           END-IF.

           CLOSE CATCHUP-REPORT-FILE.

           DISPLAY "BATDRV01: STEPS RAN=" WS-STEPS-RAN
               " FAILED=" WS-STEPS-FAILED
               " SKIPPED=" WS-STEPS-SKIPPED
               " FORCED=" WS-STEPS-FORCED
               " CATCH-UP DATES=" WS-MISSED-COUNT.

           PERFORM WRITE-HANDOFF-CONTROL.

           SET RL-ACTION-RELEASE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           MOVE WS-DRIVER-RC TO RETURN-CODE.
           GOBACK.

      ***************************************************************
           MOVE 0 TO WS-STEPS-RAN.
           MOVE 0 TO WS-STEPS-FAILED.
           MOVE 0 TO WS-STEPS-SKIPPED.
           MOVE 0 TO WS-STEPS-FORCED.
           MOVE 0 TO WS-COMMANDS-SEEN.
           MOVE 0 TO WS-COMMANDS-REPLAY.
           MOVE 0 TO WS-MANIFEST-COUNT.
           MOVE 0 TO WS-FEEDS-MISSING-REQ.
           MOVE 0 TO WS-FEEDS-MISSING-OPT.
           MOVE 0 TO WS-FEEDS-UNEXPECTED.
           MOVE "N" TO WS-MONTH-END-SWITCH.
           MOVE "N" TO WS-CHAIN-HELD-SWITCH.
      *    The pre-flight validator judges the night before the
      *    first step is CALLed; a chain found structurally doomed
      *    counts as a failed chain - which also stops a catch-up
               PERFORM DETERMINE-MONTH-END
               PERFORM LOAD-SCHEDULE-TABLE
               PERFORM CHECK-EXPECTED-FEEDS
               IF WS-RUN-CCYYDDD = WS-RESUME-DATE
                   PERFORM CARRY-HELD-CHAIN-FORWARD
               END-IF
               PERFORM VARYING ST-IDX FROM 1 BY 1
                       UNTIL ST-IDX > WS-STEP-COUNT
                           OR WS-CHAIN-IS-HELD
                   PERFORM APPLY-OPERATOR-COMMANDS
                   IF WS-STEP-NOT-DRIVEN (ST-IDX)
                       PERFORM DRIVE-ONE-STEP
                   END-IF
               END-PERFORM
               IF WS-CHAIN-IS-HELD AND WS-DRIVER-RC < 4
                   MOVE 4 TO WS-DRIVER-RC
               END-IF
           ELSE
               ADD 1 TO WS-STEPS-FAILED
               DISPLAY "BATDRV01: PREFLIGHT NOT READY, RC="
       LOAD-SCHEDULE-TABLE.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-FILE-STATUS = "00"
               PERFORM UNTIL WS-STEP-COUNT = 99
                       OR WS-SCHEDULE-FILE-STATUS = "10"
                   READ SCHEDULE-FILE
                       AT END
                               WS-STEP-DISPOSITION (WS-STEP-COUNT)
                           MOVE 0 TO
                               WS-STEP-RETCODE (WS-STEP-COUNT)
                           MOVE SPACE TO WS-STEP-OPERATOR-ACTION
                               (WS-STEP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
      *  disabled and not-applicable steps are skipped outright, a
      *  step whose predecessor did not finish clean tonight is
      *  skipped as blocked, everything else is CALLed and judged
      *  by its RETURN-CODE.  An operator hold stops the chain at
      *  the step, counted with the failures so the handoff date
      *  stays put and a catch-up goes no further; otherwise an
      *  operator's bypass or force-complete outranks every other
      *  reason the step might have had to run or not.
      ***************************************************************
       DRIVE-ONE-STEP.
           EVALUATE TRUE
               WHEN WS-STEP-HELD (ST-IDX)
                   MOVE "HELD" TO WS-STEP-DISPOSITION (ST-IDX)
                   ADD 1 TO WS-STEPS-FAILED
                   MOVE "Y" TO WS-CHAIN-HELD-SWITCH
                   DISPLAY "BATDRV01: STEP " WS-STEP-NAME (ST-IDX)
                       " HELD BY OPERATOR - CHAIN STOPPED, RELEASE"
                       " AND RESUBMIT TO GO ON"
                   MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
                   MOVE "BATDRV01" TO ER-JOB-STEP
                   MOVE "OHLD" TO ER-ERROR-CODE
                   MOVE SPACES TO ER-ERROR-TEXT
                   STRING "HELD STEP NOT RELEASED "
                           WS-STEP-NAME (ST-IDX)
                       DELIMITED BY SIZE INTO ER-ERROR-TEXT
                   CALL "EXCPLOG01" USING WS-ERROR-RECORD
               WHEN WS-STEP-TO-BYPASS (ST-IDX)
                   MOVE "BYPASSED" TO WS-STEP-DISPOSITION (ST-IDX)
                   ADD 1 TO WS-STEPS-SKIPPED
               WHEN WS-STEP-TO-FORCE (ST-IDX)
                   MOVE "FORCED DONE" TO WS-STEP-DISPOSITION (ST-IDX)
                   ADD 1 TO WS-STEPS-FORCED
               WHEN WS-STEP-ENABLED (ST-IDX) = "F"
                   MOVE "SKIP NO FEED" TO WS-STEP-DISPOSITION (ST-IDX)
                   ADD 1 TO WS-STEPS-SKIPPED
                       PERFORM CALL-SCHEDULED-STEP
                   END-IF
           END-EVALUATE.
           SET WS-DISP-IDX TO ST-IDX.
           PERFORM WRITE-STEP-DISPOSITION.

      ***************************************************************
      *  The last submission's dispositions are read before the file
      *  is started afresh.  Each chain writes its lines together,
      *  and a held chain stops at its HELD line, so the lines of
      *  the date just before that line are what it did.  A file
      *  with no HELD line means the last submission was not held
      *  and nothing carries.
      ***************************************************************
       LOAD-HELD-CHAIN.
           MOVE 0 TO WS-RESUME-DATE.
           MOVE 0 TO WS-RESUME-COMMANDS.
           MOVE 0 TO WS-CARRY-DATE.
           MOVE 0 TO WS-CARRY-COUNT.
           OPEN INPUT DISPOSITION-FILE.
           IF WS-DISPOSITION-FILE-STATUS = "00"
               PERFORM UNTIL WS-DISPOSITION-FILE-STATUS = "10"
                       OR WS-RESUME-DATE > 0
                   READ DISPOSITION-FILE
                       AT END
                           MOVE "10" TO WS-DISPOSITION-FILE-STATUS
                       NOT AT END
                           PERFORM NOTE-PRIOR-DISPOSITION
                   END-READ
               END-PERFORM
               CLOSE DISPOSITION-FILE
           END-IF.
           IF WS-RESUME-DATE > 0
               DISPLAY "BATDRV01: CHAIN FOR " WS-RESUME-DATE
                   " WAS HELD AT " WS-RESUME-STEP
                   " - GOING ON FROM THERE"
           ELSE
               MOVE 0 TO WS-CARRY-COUNT
           END-IF.

       NOTE-PRIOR-DISPOSITION.
           IF DISPOSITION-REC (1:7) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF DISPOSITION-REC (1:7) NOT = WS-CARRY-DATE
               MOVE DISPOSITION-REC (1:7) TO WS-CARRY-DATE
               MOVE 0 TO WS-CARRY-COUNT
           END-IF.
           IF DISPOSITION-REC (22:12) = "HELD"
               MOVE WS-CARRY-DATE TO WS-RESUME-DATE
               MOVE DISPOSITION-REC (13:8) TO WS-RESUME-STEP
               IF DISPOSITION-REC (48:4) IS NUMERIC
                   MOVE DISPOSITION-REC (48:4) TO WS-RESUME-COMMANDS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CARRY-FOUND.
           PERFORM VARYING CY-IDX FROM 1 BY 1
                   UNTIL CY-IDX > WS-CARRY-COUNT
                       OR WS-CARRY-IS-FOUND
               IF WS-CARRY-IMAGE (CY-IDX) (13:8)
                       = DISPOSITION-REC (13:8)
                   MOVE "Y" TO WS-CARRY-FOUND
                   MOVE DISPOSITION-REC TO WS-CARRY-IMAGE (CY-IDX)
               END-IF
           END-PERFORM.
           IF NOT WS-CARRY-IS-FOUND AND WS-CARRY-COUNT < 99
               ADD 1 TO WS-CARRY-COUNT
               MOVE DISPOSITION-REC TO WS-CARRY-IMAGE (WS-CARRY-COUNT)
           END-IF.

      ***************************************************************
      *  Each step the held chain already drove takes back its
      *  disposition and return code, is counted as it was then,
      *  and is written to tonight's file again so the morning
      *  summary sees the whole night.  Such a step is not driven
      *  again; the held step and everything after it are, once
      *  the operator commands - the RELEASE among them - are
      *  applied.  A step new to the schedule since is driven in
      *  its turn.  The commands the held chain had acted on are
      *  taken back unlogged before any new one is applied.
      ***************************************************************
       CARRY-HELD-CHAIN-FORWARD.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-STEP-COUNT
               PERFORM CARRY-ONE-STEP
           END-PERFORM.
           MOVE WS-RESUME-COMMANDS TO WS-COMMANDS-REPLAY.
           MOVE 0 TO WS-RESUME-DATE.

       CARRY-ONE-STEP.
           MOVE "N" TO WS-CARRY-FOUND.
           PERFORM VARYING CY-IDX FROM 1 BY 1
                   UNTIL CY-IDX > WS-CARRY-COUNT
                       OR WS-CARRY-IS-FOUND
               IF WS-CARRY-IMAGE (CY-IDX) (13:8)
                       = WS-STEP-NAME (ST-IDX)
                   MOVE "Y" TO WS-CARRY-FOUND
                   MOVE WS-CARRY-IMAGE (CY-IDX) (22:12)
                       TO WS-STEP-DISPOSITION (ST-IDX)
                   MOVE WS-CARRY-IMAGE (CY-IDX) (38:4)
                       TO WS-CARRY-RC-X
                   MOVE WS-CARRY-RC TO WS-STEP-RETCODE (ST-IDX)
               END-IF
           END-PERFORM.
           IF NOT WS-CARRY-IS-FOUND
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-STEP-DISPOSITION (ST-IDX)
               WHEN "RAN OK"
                   ADD 1 TO WS-STEPS-RAN
               WHEN "FORCED DONE"
                   ADD 1 TO WS-STEPS-FORCED
               WHEN "FAILED"
                   ADD 1 TO WS-STEPS-FAILED
               WHEN OTHER
                   ADD 1 TO WS-STEPS-SKIPPED
           END-EVALUATE.
           SET WS-DISP-IDX TO ST-IDX.
           PERFORM WRITE-STEP-DISPOSITION.

      ***************************************************************
      *  The command file is re-read from the top each time; lines
      *  for other dates are another chain's business and are
      *  passed over, and lines for this chain's date already acted
      *  on are counted past.  A missing file means no commands.
      ***************************************************************
       APPLY-OPERATOR-COMMANDS.
           OPEN INPUT OPERATOR-COMMAND-FILE.
           IF WS-COMMAND-FILE-STATUS = "00"
               MOVE 0 TO WS-COMMAND-ORDINAL
               PERFORM UNTIL WS-COMMAND-FILE-STATUS = "10"
                   READ OPERATOR-COMMAND-FILE
                       AT END
                           MOVE "10" TO WS-COMMAND-FILE-STATUS
                       NOT AT END
                           IF OC-RUN-DATE = WS-RUN-CCYYDDD
                               ADD 1 TO WS-COMMAND-ORDINAL
                               IF WS-COMMAND-ORDINAL > WS-COMMANDS-SEEN
                                   PERFORM TAKE-ONE-COMMAND
                                   MOVE WS-COMMAND-ORDINAL
                                       TO WS-COMMANDS-SEEN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-COMMAND-FILE
           END-IF.

       TAKE-ONE-COMMAND.
           IF WS-COMMAND-ORDINAL > WS-COMMANDS-REPLAY
               PERFORM APPLY-ONE-COMMAND
           ELSE
               PERFORM REPLAY-ONE-COMMAND
           END-IF.

      ***************************************************************
      *  A command needs an operator and a step on tonight's
      *  schedule; BYPASS and FORCE-COMPLETE need a reason as well.
      *  HOLD and BYPASS only act on a step not yet driven, RELEASE
      *  only on a held one; the latest of them for a step wins.
      ***************************************************************
       APPLY-ONE-COMMAND.
           ACCEPT WS-COMMAND-TIME FROM TIME.
           MOVE "APPLIED" TO WS-COMMAND-RESULT.
           MOVE 0 TO WS-COMMAND-STEP-IDX.
           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX > WS-STEP-COUNT
                       OR WS-COMMAND-STEP-IDX > 0
               IF WS-STEP-NAME (WS-PRED-IDX) = OC-STEP-NAME
                   MOVE WS-PRED-IDX TO WS-COMMAND-STEP-IDX
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN OC-OPERATOR-ID = SPACES
                   MOVE "NO OPERATOR" TO WS-COMMAND-RESULT
               WHEN WS-COMMAND-STEP-IDX = 0
                   MOVE "NOT ON SCHED" TO WS-COMMAND-RESULT
               WHEN OC-COMMAND = "HOLD"
                   PERFORM APPLY-HOLD-COMMAND
               WHEN OC-COMMAND = "RELEASE"
                   PERFORM APPLY-RELEASE-COMMAND
               WHEN OC-COMMAND = "BYPASS"
                   PERFORM APPLY-BYPASS-COMMAND
               WHEN OC-COMMAND = "FORCE-COMPLETE"
                   PERFORM APPLY-FORCE-COMMAND
               WHEN OTHER
                   MOVE "BAD COMMAND" TO WS-COMMAND-RESULT
           END-EVALUATE.
           DISPLAY "BATDRV01: OPERATOR " OC-OPERATOR-ID " "
               OC-COMMAND " " OC-STEP-NAME " " WS-COMMAND-RESULT.
           PERFORM LOG-OPERATOR-COMMAND.

      *    A command the held submission already applied and logged
      *    only puts back the mark it left on a step not yet driven;
      *    a force on a step already driven is in the carried
      *    dispositions, and anything it refused stays refused.
       REPLAY-ONE-COMMAND.
           MOVE 0 TO WS-COMMAND-STEP-IDX.
           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX > WS-STEP-COUNT
                       OR WS-COMMAND-STEP-IDX > 0
               IF WS-STEP-NAME (WS-PRED-IDX) = OC-STEP-NAME
                   MOVE WS-PRED-IDX TO WS-COMMAND-STEP-IDX
               END-IF
           END-PERFORM.
           IF OC-OPERATOR-ID = SPACES
                   OR WS-COMMAND-STEP-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-STEP-NOT-DRIVEN (WS-COMMAND-STEP-IDX)
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN OC-COMMAND = "HOLD"
                   MOVE "H" TO WS-STEP-OPERATOR-ACTION
                       (WS-COMMAND-STEP-IDX)
               WHEN OC-COMMAND = "RELEASE"
                   IF WS-STEP-HELD (WS-COMMAND-STEP-IDX)
                       MOVE SPACE TO WS-STEP-OPERATOR-ACTION
                           (WS-COMMAND-STEP-IDX)
                   END-IF
               WHEN OC-REASON = SPACES
                   CONTINUE
               WHEN OC-COMMAND = "BYPASS"
                   MOVE "B" TO WS-STEP-OPERATOR-ACTION
                       (WS-COMMAND-STEP-IDX)
               WHEN OC-COMMAND = "FORCE-COMPLETE"
                   MOVE "F" TO WS-STEP-OPERATOR-ACTION
                       (WS-COMMAND-STEP-IDX)
           END-EVALUATE.

       APPLY-HOLD-COMMAND.
           IF WS-STEP-NOT-DRIVEN (WS-COMMAND-STEP-IDX)
               MOVE "H" TO WS-STEP-OPERATOR-ACTION (WS-COMMAND-STEP-IDX)
           ELSE
               MOVE "ALREADY RUN" TO WS-COMMAND-RESULT
           END-IF.

       APPLY-RELEASE-COMMAND.
           IF WS-STEP-HELD (WS-COMMAND-STEP-IDX)
               MOVE SPACE TO WS-STEP-OPERATOR-ACTION
                   (WS-COMMAND-STEP-IDX)
           ELSE
               MOVE "NOT HELD" TO WS-COMMAND-RESULT
           END-IF.

       APPLY-BYPASS-COMMAND.
           EVALUATE TRUE
               WHEN OC-REASON = SPACES
                   MOVE "NO REASON" TO WS-COMMAND-RESULT
               WHEN NOT WS-STEP-NOT-DRIVEN (WS-COMMAND-STEP-IDX)
                   MOVE "ALREADY RUN" TO WS-COMMAND-RESULT
               WHEN OTHER
                   MOVE "B" TO WS-STEP-OPERATOR-ACTION
                       (WS-COMMAND-STEP-IDX)
           END-EVALUATE.

      *    A step not yet reached is marked to be forced when the
      *    chain gets there.  One already driven and not clean is
      *    forced on the spot: its failure or skip comes off the
      *    night's counts, and a second disposition line records
      *    the force, which the readers take as the latest word.
       APPLY-FORCE-COMMAND.
           EVALUATE TRUE
               WHEN OC-REASON = SPACES
                   MOVE "NO REASON" TO WS-COMMAND-RESULT
               WHEN WS-STEP-NOT-DRIVEN (WS-COMMAND-STEP-IDX)
                   MOVE "F" TO WS-STEP-OPERATOR-ACTION
                       (WS-COMMAND-STEP-IDX)
               WHEN WS-STEP-RAN-OK (WS-COMMAND-STEP-IDX)
                   MOVE "ALREADY DONE" TO WS-COMMAND-RESULT
               WHEN OTHER
                   IF WS-STEP-DISPOSITION (WS-COMMAND-STEP-IDX)
                           = "FAILED"
                       SUBTRACT 1 FROM WS-STEPS-FAILED
                   ELSE
                       SUBTRACT 1 FROM WS-STEPS-SKIPPED
                   END-IF
                   ADD 1 TO WS-STEPS-FORCED
                   MOVE "FORCED DONE"
                       TO WS-STEP-DISPOSITION (WS-COMMAND-STEP-IDX)
                   MOVE WS-COMMAND-STEP-IDX TO WS-DISP-IDX
                   PERFORM WRITE-STEP-DISPOSITION
           END-EVALUATE.

      ***************************************************************
      *  Three audit-trail lines per command - what, who and when,
      *  why - since one trail line cannot hold them all; the log
      *  line carries the whole command for the morning summary.
      ***************************************************************
       LOG-OPERATOR-COMMAND.
           SET AT-MODE-EVENT TO TRUE.
           MOVE SPACES TO AT-EVENT-TEXT.
           STRING "OPERATOR " OC-COMMAND " " OC-STEP-NAME
               DELIMITED BY SIZE INTO AT-EVENT-TEXT.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           MOVE SPACES TO AT-EVENT-TEXT.
           STRING "  ID " OC-OPERATOR-ID " AT " WS-COMMAND-HHMMSS
                   " " WS-COMMAND-RESULT
               DELIMITED BY SIZE INTO AT-EVENT-TEXT.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           MOVE SPACES TO AT-EVENT-TEXT.
           STRING "  " OC-REASON
               DELIMITED BY SIZE INTO AT-EVENT-TEXT.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           OPEN EXTEND OPERATOR-LOG-FILE.
           IF WS-OPERATOR-LOG-STATUS NOT = "00"
               OPEN OUTPUT OPERATOR-LOG-FILE
           END-IF.
           MOVE SPACES TO WS-OPERATOR-LOG-RECORD.
           MOVE WS-RUN-CCYYDDD TO OL-RUN-DATE.
           MOVE WS-COMMAND-HHMMSS TO OL-COMMAND-TIME.
           MOVE OC-OPERATOR-ID TO OL-OPERATOR-ID.
           MOVE OC-COMMAND TO OL-COMMAND.
           MOVE OC-STEP-NAME TO OL-STEP-NAME.
           MOVE WS-COMMAND-RESULT TO OL-RESULT.
           MOVE OC-REASON TO OL-REASON.
           WRITE WS-OPERATOR-LOG-RECORD.
           CLOSE OPERATOR-LOG-FILE.

      ***************************************************************
      *  Each applicable manifest row is probed by opening the feed
      *  for input: file-not-found or an empty first read means the
      ***************************************************************
       COPY-TRAILER-COUNTS.
           OPEN INPUT AUDIT-TRAIL-IN.
           PERFORM SKIP-AUDIT-HEADER.
           IF WS-AUDIT-IN-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-IN-STATUS = "10"
                   READ AUDIT-TRAIL-IN
               CLOSE AUDIT-TRAIL-IN
           END-IF.

      ***************************************************************
      *  Each disposition is written and the file closed again as
      *  the step finishes, so a step later in the same chain (the
      *  month-end close) can read the night's dispositions so far.
      *  A HELD line also carries how many of the date's operator
      *  commands had been acted on, for the resubmission.
      ***************************************************************
       WRITE-STEP-DISPOSITION.
           OPEN EXTEND DISPOSITION-FILE.
           IF WS-DISPOSITION-FILE-STATUS NOT = "00"
               OPEN OUTPUT DISPOSITION-FILE
           END-IF.
           MOVE SPACES TO DISPOSITION-REC.
           STRING WS-RUN-CCYYDDD " " WS-STEP-SEQUENCE (WS-DISP-IDX)
                   " " WS-STEP-NAME (WS-DISP-IDX)
                   " " WS-STEP-DISPOSITION (WS-DISP-IDX)
                   " RC=" WS-STEP-RETCODE (WS-DISP-IDX)
               DELIMITED BY SIZE INTO DISPOSITION-REC.
           IF WS-STEP-DISPOSITION (WS-DISP-IDX) = "HELD"
               MOVE " CMDS=" TO DISPOSITION-REC (42:6)
               MOVE WS-COMMANDS-SEEN TO DISPOSITION-REC (48:4)
           END-IF.
           WRITE DISPOSITION-REC.
           CLOSE DISPOSITION-FILE.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "BATDRV01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-AUDTRAIL-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-AUDIT-HEADER.
           IF WS-AUDIT-IN-STATUS = "00"
               READ AUDIT-TRAIL-IN
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM BATDRV01.
