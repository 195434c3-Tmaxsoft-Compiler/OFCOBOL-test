      *  fill in the job name and run date once, then CALL AUDTRL01
      *  in HEADER mode at job start and TRAILER mode at job end so
      *  every utility program logs to the same audit trail instead
      *  of only DISPLAYing its results to the console.  EVENT mode
      *  writes one line of the caller's own text under the job's
      *  name - a noteworthy thing that happened mid-job, such as an
      *  operator command the batch driver acted on.
      ***************************************************************
       01 WS-AUDIT-TRAIL-REQUEST.
           05 AT-JOB-NAME                 PIC X(8).
           05 AT-TRAIL-MODE               PIC X(1).
               88 AT-MODE-HEADER          VALUE "H".
               88 AT-MODE-TRAILER         VALUE "T".
               88 AT-MODE-EVENT           VALUE "E".
           05 AT-EVENT-TEXT               PIC X(43).
