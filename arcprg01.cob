      *  its CHAINSL01 chain is RESET and every kept record sealed
      *  again in order, so housekeeping never leaves the tamper
      *  evidence claiming records that moved to the archive.
      *  The suspicious-activity case file ages on its close date
      *  (column 1 of the case and of all its evidence), so an open
      *  case - close date zero - never leaves, and a closed case
      *  and its evidence leave together once the retention period
      *  after closing has run.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "data/interest_journal_arch.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT SAR-LIVE-IN
               ASSIGN TO "data/sar_cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-IN-STATUS.
           SELECT SAR-LIVE-OUT
               ASSIGN TO "data/sar_cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-OUT-STATUS.
           SELECT SAR-ARCHIVE-FILE
               ASSIGN TO "data/sar_cases_arch.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT KEEP-WORK-IN
               ASSIGN TO "data/archive_wrk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       01  IJRN-LIVE-OUT-REC             PIC X(90).
       FD  IJRN-ARCHIVE-FILE.
       01  IJRN-ARCHIVE-REC              PIC X(90).
       FD  SAR-LIVE-IN.
       01  SAR-LIVE-IN-REC               PIC X(100).
       FD  SAR-LIVE-OUT.
       01  SAR-LIVE-OUT-REC              PIC X(100).
       FD  SAR-ARCHIVE-FILE.
       01  SAR-ARCHIVE-REC               PIC X(100).
       FD  KEEP-WORK-IN.
       01  KEEP-WORK-IN-REC              PIC X(100).
       FD  KEEP-WORK-OUT.
       COPY WSLGLHLD.
       COPY WSCHNSL.
       COPY WSRUNLCK.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.

           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    Housekeeping rewrites the live suspense file and both
      *    journals in place - exactly the files the posting and
      *    accrual passes append to - so it runs under the same
           PERFORM HOUSEKEEP-INQUIRY-ACCESS.
           PERFORM HOUSEKEEP-POSTING-JOURNAL.
           PERFORM HOUSEKEEP-INTEREST-JOURNAL.
           PERFORM HOUSEKEEP-SAR-CASES.

           CLOSE HOUSEKEEPING-REPORT-FILE.

               MOVE 0 TO WS-KEPT-COUNT WS-ARCHIVED-COUNT
                   WS-PURGED-COUNT
               OPEN INPUT SUSP-LIVE-IN
               PERFORM SKIP-SUSPENSE-HEADER
               OPEN OUTPUT KEEP-WORK-OUT
               OPEN EXTEND SUSP-ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS NOT = "00"
       REWRITE-SUSP-LIVE.
           OPEN INPUT KEEP-WORK-IN.
           OPEN OUTPUT SUSP-LIVE-OUT.
           PERFORM STAMP-SUSPENSE-HEADER.
           IF WS-WORK-IN-STATUS = "00"
               PERFORM UNTIL WS-WORK-IN-STATUS = "10"
                   READ KEEP-WORK-IN
               MOVE 0 TO WS-KEPT-COUNT WS-ARCHIVED-COUNT
                   WS-PURGED-COUNT
               OPEN INPUT PJRN-LIVE-IN
               PERFORM SKIP-POSTING-HEADER
               OPEN OUTPUT KEEP-WORK-OUT
               OPEN EXTEND PJRN-ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS NOT = "00"
           CALL "CHAINSL01" USING WS-CHAIN-SEAL-REQUEST.
           OPEN INPUT KEEP-WORK-IN.
           OPEN OUTPUT PJRN-LIVE-OUT.
           PERFORM STAMP-POSTING-HEADER.
           IF WS-WORK-IN-STATUS = "00"
               PERFORM UNTIL WS-WORK-IN-STATUS = "10"
                   READ KEEP-WORK-IN
               MOVE 0 TO WS-KEPT-COUNT WS-ARCHIVED-COUNT
                   WS-PURGED-COUNT
               OPEN INPUT IJRN-LIVE-IN
               PERFORM SKIP-INTEREST-HEADER
               OPEN OUTPUT KEEP-WORK-OUT
               OPEN EXTEND IJRN-ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS NOT = "00"
           CALL "CHAINSL01" USING WS-CHAIN-SEAL-REQUEST.
           OPEN INPUT KEEP-WORK-IN.
           OPEN OUTPUT IJRN-LIVE-OUT.
           PERFORM STAMP-INTEREST-HEADER.
           IF WS-WORK-IN-STATUS = "00"
               PERFORM UNTIL WS-WORK-IN-STATUS = "10"
                   READ KEEP-WORK-IN
           CLOSE KEEP-WORK-IN.
           CLOSE IJRN-LIVE-OUT.

      ***************************************************************
      *  Case records and their evidence share the close date, so
      *  the date test alone keeps a case whole.  A closed case for
      *  a customer on counsel's hold list stays, as for suspense.
      ***************************************************************
       HOUSEKEEP-SAR-CASES.
           MOVE "data/sar_cases.dat" TO RR-FILE-NAME.
           PERFORM FIND-RULE-FOR-FILE.
           IF WS-RULE-WAS-FOUND = "Y"
               MOVE 0 TO WS-KEPT-COUNT WS-ARCHIVED-COUNT
                   WS-PURGED-COUNT
               OPEN INPUT SAR-LIVE-IN
               OPEN OUTPUT KEEP-WORK-OUT
               OPEN EXTEND SAR-ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS NOT = "00"
                   OPEN OUTPUT SAR-ARCHIVE-FILE
               END-IF
               IF WS-LIVE-IN-STATUS = "00"
                   PERFORM UNTIL WS-LIVE-IN-STATUS = "10"
                       READ SAR-LIVE-IN
                           AT END
                               MOVE "10" TO WS-LIVE-IN-STATUS
                           NOT AT END
                               MOVE SAR-LIVE-IN-REC (1:7)
                                   TO WS-RECORD-DATE
                               PERFORM JUDGE-RECORD-DATE
                               IF WS-RECORD-KEPT NOT = "Y"
                                   PERFORM CHECK-SAR-LEGAL-HOLD
                               END-IF
                               IF WS-RECORD-KEPT = "Y"
                                   ADD 1 TO WS-KEPT-COUNT
                                   MOVE SPACES TO KEEP-WORK-OUT-REC
                                   WRITE KEEP-WORK-OUT-REC
                                       FROM SAR-LIVE-IN-REC
                               ELSE
                                   IF WS-FILE-ARCHIVE = "Y"
                                       ADD 1 TO WS-ARCHIVED-COUNT
                                       WRITE SAR-ARCHIVE-REC
                                           FROM SAR-LIVE-IN-REC
                                   ELSE
                                       ADD 1 TO WS-PURGED-COUNT
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE SAR-LIVE-IN
               CLOSE KEEP-WORK-OUT
               CLOSE SAR-ARCHIVE-FILE
               PERFORM REWRITE-SAR-LIVE
               PERFORM REPORT-ONE-FILE
           END-IF.

       CHECK-SAR-LEGAL-HOLD.
           IF SAR-LIVE-IN-REC (19:9) IS NUMERIC
               COMPUTE LH-CUST-NO =
                   FUNCTION NUMVAL (SAR-LIVE-IN-REC (19:9))
               MOVE "PURGE" TO LH-ACTION
               MOVE "ARCPRG01" TO LH-SOURCE-PROGRAM
               CALL "LGLHLD01" USING WS-LEGAL-HOLD-REQUEST
               IF LH-IS-HELD
                   MOVE "Y" TO WS-RECORD-KEPT
               END-IF
           END-IF.

       REWRITE-SAR-LIVE.
           OPEN INPUT KEEP-WORK-IN.
           OPEN OUTPUT SAR-LIVE-OUT.
           IF WS-WORK-IN-STATUS = "00"
               PERFORM UNTIL WS-WORK-IN-STATUS = "10"
                   READ KEEP-WORK-IN
                       AT END
                           MOVE "10" TO WS-WORK-IN-STATUS
                       NOT AT END
                           WRITE SAR-LIVE-OUT-REC
                               FROM KEEP-WORK-IN-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE KEEP-WORK-IN.
           CLOSE SAR-LIVE-OUT.

       REPORT-ONE-FILE.
           MOVE SPACES TO HOUSEKEEPING-REPORT-REC.
           STRING WS-RUN-CCYYDDD " " RR-FILE-NAME
               " KEPT=" WS-KEPT-COUNT
               " ARCHIVED=" WS-ARCHIVED-COUNT
               " PURGED=" WS-PURGED-COUNT.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "ARCPRG01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-POSTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-INTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-SUSPEN-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-SUSPENSE-HEADER.
           IF WS-LIVE-IN-STATUS = "00"
               READ SUSP-LIVE-IN
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       SKIP-POSTING-HEADER.
           IF WS-LIVE-IN-STATUS = "00"
               READ PJRN-LIVE-IN
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       SKIP-INTEREST-HEADER.
           IF WS-LIVE-IN-STATUS = "00"
               READ IJRN-LIVE-IN
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       STAMP-SUSPENSE-HEADER.
           MOVE "ARCPRG01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           MOVE LV-SUSPEN-LAYOUT TO LC-EXPECTED-LAYOUT.
           SET LC-ACTION-STAMP TO TRUE.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           WRITE SUSP-LIVE-OUT-REC FROM LC-RECORD-IMAGE.

       STAMP-POSTING-HEADER.
           MOVE "ARCPRG01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           MOVE LV-POSTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           SET LC-ACTION-STAMP TO TRUE.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           WRITE PJRN-LIVE-OUT-REC FROM LC-RECORD-IMAGE.
           MOVE "POSTJRNL" TO CS-FILE-TAG.
           SET CS-ACTION-SEAL TO TRUE.
           MOVE PJRN-LIVE-OUT-REC TO CS-RECORD-IMAGE.
           CALL "CHAINSL01" USING WS-CHAIN-SEAL-REQUEST.

       STAMP-INTEREST-HEADER.
           MOVE "ARCPRG01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           MOVE LV-INTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           SET LC-ACTION-STAMP TO TRUE.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           WRITE IJRN-LIVE-OUT-REC FROM LC-RECORD-IMAGE.
           MOVE "INTJRNL" TO CS-FILE-TAG.
           SET CS-ACTION-SEAL TO TRUE.
           MOVE IJRN-LIVE-OUT-REC TO CS-RECORD-IMAGE.
           CALL "CHAINSL01" USING WS-CHAIN-SEAL-REQUEST.
       END PROGRAM ARCPRG01.
