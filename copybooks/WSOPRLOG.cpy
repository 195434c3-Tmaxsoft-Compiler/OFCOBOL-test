      ***************************************************************
      *  WSOPRLOG - one line of the operator command log,
      *  data/operator_command_log.dat.  BATDRV01 writes a line for
      *  every operator command it picks up between steps - the
      *  chain date, the time the driver acted on it, who entered
      *  it, the command and step, what became of it (APPLIED, or
      *  the reason it was refused), and the operator's reason -
      *  and OPSUM01 lists the bypassed and force-completed steps
      *  from it on the morning summary.  The log restarts with
      *  each run of the driver, as the step dispositions do.
      ***************************************************************
       01 WS-OPERATOR-LOG-RECORD.
           05 OL-RUN-DATE                 PIC 9(7).
           05 FILLER                      PIC X(1).
           05 OL-COMMAND-TIME             PIC 9(6).
           05 FILLER                      PIC X(1).
           05 OL-OPERATOR-ID              PIC X(8).
           05 FILLER                      PIC X(1).
           05 OL-COMMAND                  PIC X(14).
               88 OL-COMMAND-BYPASS       VALUE "BYPASS".
               88 OL-COMMAND-FORCE        VALUE "FORCE-COMPLETE".
           05 FILLER                      PIC X(1).
           05 OL-STEP-NAME                PIC X(8).
           05 FILLER                      PIC X(1).
           05 OL-RESULT                   PIC X(12).
               88 OL-RESULT-APPLIED       VALUE "APPLIED".
           05 FILLER                      PIC X(1).
           05 OL-REASON                   PIC X(40).
