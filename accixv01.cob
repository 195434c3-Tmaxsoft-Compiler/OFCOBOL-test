       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCIXV01.
      ***************************************************************
      *  ACCIXV01 - integrity verify and controlled rebuild for the
      *  indexed account master.  VERIFY mode sorts the flat
      *  account master into account-number order and walks it
      *  against a sequential read of the indexed file, which comes
      *  back in the same order: an account on one side but not the
      *  other, an account whose indexed record is not byte for
      *  byte the flat record, and an account number the flat
      *  master carries twice all land on the verify report with
      *  counts.  REBUILD mode (set in the accixv_mode.dat control
      *  record) cuts the indexed file fresh from the flat master
      *  the way ACCIXL01 loads it, then runs the same verify, with
      *  WSCTLTOT record counts and balance hashes posted for both
      *  sides - so a recovery is proven, not just performed.
      *  Because the walk is a match of two ordered streams nothing
      *  is held in memory against the size of either file.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODE-CONTROL-FILE
               ASSIGN TO "data/accixv_mode.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODE-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FLAT-FILE-STATUS.
           SELECT ACCOUNT-INDEXED-FILE
               ASSIGN TO "data/account_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-ACCT-NO
               ALTERNATE RECORD KEY IS AX-CUST-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-INDEXED-FILE-STATUS.
           SELECT ACCOUNT-SORT-FILE
               ASSIGN TO "data/accixv_sortwk.dat".
           SELECT VERIFY-REPORT-FILE
               ASSIGN TO "data/accixv_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MODE-CONTROL-FILE.
       01  MODE-CONTROL-REC.
           02 MC-RUN-MODE                PIC X(7).

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  ACCOUNT-INDEXED-FILE.
       COPY WSACCIX.

       SD  ACCOUNT-SORT-FILE.
       01  ACCOUNT-SORT-REC.
           02 SR-ACCT-NO                 PIC 9(10).
           02 FILLER                     PIC X(93).

       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-REC             PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-MODE-FILE-STATUS            PIC XX.
       01 WS-FLAT-FILE-STATUS            PIC XX.
       01 WS-INDEXED-FILE-STATUS         PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-SORT-RETURN                 PIC XX.
       01 WS-INDEX-OPEN-SWITCH           PIC X(1) VALUE "N".
           88 WS-INDEX-IS-OPEN           VALUE "Y".
       01 WS-RUN-MODE                    PIC X(7) VALUE "VERIFY".
           88 WS-MODE-REBUILD            VALUE "REBUILD".
      *
      *  The two sides of the match.  Each key goes to HIGH-VALUES
      *  when its side runs out, so the other side drains past it.
      *
       01 WS-FLAT-KEY                    PIC X(10).
       01 WS-PRIOR-FLAT-KEY              PIC X(10).
       01 WS-INDEX-KEY                   PIC X(10).
       01 WS-FLAT-RECORDS                PIC 9(7) VALUE 0.
       01 WS-INDEXED-RECORDS             PIC 9(7) VALUE 0.
       01 WS-MISSING-ON-INDEX            PIC 9(5) VALUE 0.
       01 WS-MISSING-ON-FLAT             PIC 9(5) VALUE 0.
       01 WS-RECORD-MISMATCHES           PIC 9(5) VALUE 0.
       01 WS-FLAT-DUPLICATES             PIC 9(5) VALUE 0.
       01 WS-RECORDS-REBUILT             PIC 9(7) VALUE 0.
       01 WS-FLAT-BALANCE-HASH           PIC 9(13)V99 VALUE 0.
       01 WS-INDEX-BALANCE-HASH          PIC 9(13)V99 VALUE 0.
       01 WS-INDEX-BALANCE               PIC S9(9)V99 COMP-3.
      *
      *  The balance sits at the same offset in both records; this
      *  view lifts it off the indexed record for the hash.
      *
       01 WS-INDEX-RECORD-VIEW.
           05 FILLER                     PIC X(21).
           05 WS-IX-BALANCE              PIC S9(9)V99 COMP-3.
           05 FILLER                     PIC X(76).
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSCTLTOT.

       PROCEDURE DIVISION.
       ACCIXV01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "ACCIXV01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-RUN-MODE.

           OPEN OUTPUT VERIFY-REPORT-FILE.
           MOVE SPACES TO VERIFY-REPORT-REC.
           STRING "INDEXED ACCOUNT MASTER " WS-RUN-MODE
                   "  DATE " WS-RUN-CCYYDDD
               DELIMITED BY SIZE INTO VERIFY-REPORT-REC.
           WRITE VERIFY-REPORT-REC.

           IF WS-MODE-REBUILD
               PERFORM REBUILD-INDEXED-MASTER
           END-IF.

           SORT ACCOUNT-SORT-FILE
               ON ASCENDING KEY SR-ACCT-NO
               INPUT PROCEDURE IS RELEASE-FLAT-ACCOUNTS
               OUTPUT PROCEDURE IS MATCH-FLAT-AND-INDEX.

           PERFORM WRITE-VERIFY-TOTALS.
           PERFORM POST-CONTROL-TOTALS.

           CLOSE VERIFY-REPORT-FILE.

           DISPLAY "ACCIXV01: MODE=" WS-RUN-MODE
               " FLAT=" WS-FLAT-RECORDS
               " INDEXED=" WS-INDEXED-RECORDS
               " MISSING IDX=" WS-MISSING-ON-INDEX
               " MISSING FLAT=" WS-MISSING-ON-FLAT
               " MISMATCHES=" WS-RECORD-MISMATCHES
               " DUPLICATES=" WS-FLAT-DUPLICATES.

           MOVE WS-FLAT-RECORDS TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           IF WS-MISSING-ON-INDEX > 0
                   OR WS-MISSING-ON-FLAT > 0
                   OR WS-RECORD-MISMATCHES > 0
                   OR WS-FLAT-DUPLICATES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-RUN-MODE.
           OPEN INPUT MODE-CONTROL-FILE.
           IF WS-MODE-FILE-STATUS = "00"
               READ MODE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MC-RUN-MODE = "REBUILD"
                           MOVE "REBUILD" TO WS-RUN-MODE
                       END-IF
               END-READ
               CLOSE MODE-CONTROL-FILE
           END-IF.

      ***************************************************************
      *  The rebuild is the ACCIXL01 load, run under this job's
      *  proof: the indexed file is cut fresh from the flat master,
      *  counted, and then verified like any other night.
      ***************************************************************
       REBUILD-INDEXED-MASTER.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           OPEN OUTPUT ACCOUNT-INDEXED-FILE.
           IF WS-FLAT-FILE-STATUS = "00"
                   AND WS-INDEXED-FILE-STATUS = "00"
               PERFORM UNTIL WS-FLAT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-FLAT-FILE-STATUS
                       NOT AT END
                           PERFORM REBUILD-ONE-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE ACCOUNT-INDEXED-FILE.
           MOVE SPACES TO VERIFY-REPORT-REC.
           STRING "REBUILT RECORDS=" WS-RECORDS-REBUILT
               DELIMITED BY SIZE INTO VERIFY-REPORT-REC.
           WRITE VERIFY-REPORT-REC.

       REBUILD-ONE-RECORD.
           WRITE ACCOUNT-INDEX-REC FROM WS-ACCOUNT-RECORD.
           IF WS-INDEXED-FILE-STATUS = "00"
               ADD 1 TO WS-RECORDS-REBUILT
           ELSE
               MOVE SPACES TO VERIFY-REPORT-REC
               STRING "  REBUILD KEY REJECTED " AM-ACCT-NO
                   DELIMITED BY SIZE INTO VERIFY-REPORT-REC
               WRITE VERIFY-REPORT-REC
           END-IF.

      ***************************************************************
      *  Flat side: every account on the master goes to the sort,
      *  counted and hashed the way the master's writers post it.
      ***************************************************************
       RELEASE-FLAT-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-FLAT-FILE-STATUS = "00"
               PERFORM UNTIL WS-FLAT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-FLAT-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-FLAT-RECORDS
                           COMPUTE WS-FLAT-BALANCE-HASH =
                               WS-FLAT-BALANCE-HASH
                               + FUNCTION ABS (AM-BALANCE)
                           RELEASE ACCOUNT-SORT-REC
                               FROM WS-ACCOUNT-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.

      ***************************************************************
      *  Both streams are in account-number order.  The lower key is
      *  the side the other is missing; equal keys must carry the
      *  same record.  A record only the index holds is exactly the
      *  kind of residue a bad recovery leaves behind.
      ***************************************************************
       MATCH-FLAT-AND-INDEX.
           MOVE LOW-VALUES TO WS-PRIOR-FLAT-KEY.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM RETURN-NEXT-FLAT.
           OPEN INPUT ACCOUNT-INDEXED-FILE.
           IF WS-INDEXED-FILE-STATUS = "00"
               MOVE "Y" TO WS-INDEX-OPEN-SWITCH
               PERFORM READ-NEXT-INDEXED
           ELSE
               MOVE HIGH-VALUES TO WS-INDEX-KEY
           END-IF.

           PERFORM UNTIL WS-FLAT-KEY = HIGH-VALUES
                   AND WS-INDEX-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-FLAT-KEY < WS-INDEX-KEY
                       ADD 1 TO WS-MISSING-ON-INDEX
                       MOVE SPACES TO VERIFY-REPORT-REC
                       STRING "  ON FLAT NOT INDEXED " WS-FLAT-KEY
                           DELIMITED BY SIZE INTO VERIFY-REPORT-REC
                       WRITE VERIFY-REPORT-REC
                       PERFORM RETURN-NEXT-FLAT
                   WHEN WS-FLAT-KEY > WS-INDEX-KEY
                       ADD 1 TO WS-MISSING-ON-FLAT
                       MOVE SPACES TO VERIFY-REPORT-REC
                       STRING "  ON INDEX NOT FLAT " WS-INDEX-KEY
                           DELIMITED BY SIZE INTO VERIFY-REPORT-REC
                       WRITE VERIFY-REPORT-REC
                       PERFORM READ-NEXT-INDEXED
                   WHEN OTHER
                       IF ACCOUNT-SORT-REC NOT = ACCOUNT-INDEX-REC
                           ADD 1 TO WS-RECORD-MISMATCHES
                           MOVE SPACES TO VERIFY-REPORT-REC
                           STRING "  RECORD DIFFERS " WS-FLAT-KEY
                               DELIMITED BY SIZE
                               INTO VERIFY-REPORT-REC
                           WRITE VERIFY-REPORT-REC
                       END-IF
                       PERFORM RETURN-NEXT-FLAT
                       PERFORM READ-NEXT-INDEXED
               END-EVALUATE
           END-PERFORM.
           IF WS-INDEX-IS-OPEN
               CLOSE ACCOUNT-INDEXED-FILE
           END-IF.

      *    A second flat record for an account number the index can
      *    only hold once is reported and passed over here, so the
      *    match sees each account once.
       RETURN-NEXT-FLAT.
           MOVE HIGH-VALUES TO WS-FLAT-KEY.
           PERFORM UNTIL WS-SORT-RETURN = "10"
                   OR WS-FLAT-KEY NOT = HIGH-VALUES
               RETURN ACCOUNT-SORT-FILE
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       IF SR-ACCT-NO = WS-PRIOR-FLAT-KEY
                           ADD 1 TO WS-FLAT-DUPLICATES
                           MOVE SPACES TO VERIFY-REPORT-REC
                           STRING "  DUPLICATE ON FLAT " SR-ACCT-NO
                               DELIMITED BY SIZE
                               INTO VERIFY-REPORT-REC
                           WRITE VERIFY-REPORT-REC
                       ELSE
                           MOVE SR-ACCT-NO TO WS-FLAT-KEY
                           MOVE SR-ACCT-NO TO WS-PRIOR-FLAT-KEY
                       END-IF
               END-RETURN
           END-PERFORM.

       READ-NEXT-INDEXED.
           READ ACCOUNT-INDEXED-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-INDEX-KEY
               NOT AT END
                   ADD 1 TO WS-INDEXED-RECORDS
                   MOVE ACCOUNT-INDEX-REC TO WS-INDEX-RECORD-VIEW
                   MOVE WS-IX-BALANCE TO WS-INDEX-BALANCE
                   COMPUTE WS-INDEX-BALANCE-HASH =
                       WS-INDEX-BALANCE-HASH
                       + FUNCTION ABS (WS-INDEX-BALANCE)
                   MOVE AX-ACCT-NO TO WS-INDEX-KEY
           END-READ.

       WRITE-VERIFY-TOTALS.
           MOVE SPACES TO VERIFY-REPORT-REC.
           STRING "FLAT=" WS-FLAT-RECORDS
                   " INDEXED=" WS-INDEXED-RECORDS
                   " MISSING IDX=" WS-MISSING-ON-INDEX
                   " MISSING FLAT=" WS-MISSING-ON-FLAT
                   " MISMATCHES=" WS-RECORD-MISMATCHES
                   " DUPLICATES=" WS-FLAT-DUPLICATES
               DELIMITED BY SIZE INTO VERIFY-REPORT-REC.
           WRITE VERIFY-REPORT-REC.

       POST-CONTROL-TOTALS.
           MOVE WS-RUN-CCYYDDD TO CT-RUN-DATE.
           MOVE "ACCIXV01" TO CT-STEP-NAME.
           SET CT-ROLE-CONSUMER TO TRUE.
           MOVE "data/account_master.dat" TO CT-FILE-NAME.
           MOVE WS-FLAT-RECORDS TO CT-RECORD-COUNT.
           MOVE WS-FLAT-BALANCE-HASH TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.
           SET CT-ROLE-CONSUMER TO TRUE.
           MOVE "data/account_master.idx" TO CT-FILE-NAME.
           MOVE WS-INDEXED-RECORDS TO CT-RECORD-COUNT.
           MOVE WS-INDEX-BALANCE-HASH TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "ACCIXV01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-ACCOUNT-HEADER.
           IF WS-FLAT-FILE-STATUS = "00"
               READ ACCOUNT-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM ACCIXV01.
