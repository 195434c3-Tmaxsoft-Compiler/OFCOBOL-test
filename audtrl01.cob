      *  mode, and once at end, in TRAILER mode, so the job name,
      *  run date, and processed-record count land in one common
      *  audit trail instead of living only in each program's own
      *  DISPLAY output.  EVENT mode adds a line of the caller's
      *  text in between, for a mid-job event the trail must show.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-AUDIT-FILE-STATUS            PIC XX.
       01 WS-REPROC-MARKER                PIC X(7).
       COPY WSCHNSL.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.

       LINKAGE SECTION.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-TRAIL-FILE
               PERFORM STAMP-AUDIT-HEADER
           END-IF.
           MOVE SPACES TO AUDIT-TRAIL-REC.
           EVALUATE TRUE
               WHEN AT-MODE-HEADER
                   STRING AT-RUN-DATE " " AT-JOB-NAME " JOB STARTED"
                           WS-REPROC-MARKER
                       DELIMITED BY SIZE INTO AUDIT-TRAIL-REC
      *        An event is something that happened live, as it was
      *        logged, so it carries no reprocessing marker - and its
      *        text fills the rest of the line.
               WHEN AT-MODE-EVENT
                   STRING AT-RUN-DATE " " AT-JOB-NAME " " AT-EVENT-TEXT
                       DELIMITED BY SIZE INTO AUDIT-TRAIL-REC
               WHEN OTHER
                   STRING AT-RUN-DATE " " AT-JOB-NAME
                           " JOB ENDED RECORDS="
                           AT-RECORD-COUNT WS-REPROC-MARKER
                       DELIMITED BY SIZE INTO AUDIT-TRAIL-REC
           END-EVALUATE.
           WRITE AUDIT-TRAIL-REC.
           CLOSE AUDIT-TRAIL-FILE.

           MOVE AUDIT-TRAIL-REC TO CS-RECORD-IMAGE (1:60).
           CALL "CHAINSL01" USING WS-CHAIN-SEAL-REQUEST.
           GOBACK.

      ***************************************************************
      *  A trail started fresh opens with its layout header, sealed
      *  as the first record on the AUDTRAIL chain.
      ***************************************************************
       STAMP-AUDIT-HEADER.
           MOVE "AUDTRL01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           MOVE LV-AUDTRAIL-LAYOUT TO LC-EXPECTED-LAYOUT.
           SET LC-ACTION-STAMP TO TRUE.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           WRITE AUDIT-TRAIL-REC FROM LC-RECORD-IMAGE.
           MOVE "AUDTRAIL" TO CS-FILE-TAG.
           SET CS-ACTION-SEAL TO TRUE.
           MOVE SPACES TO CS-RECORD-IMAGE.
           MOVE AUDIT-TRAIL-REC TO CS-RECORD-IMAGE (1:60).
           CALL "CHAINSL01" USING WS-CHAIN-SEAL-REQUEST.
       END PROGRAM AUDTRL01.
