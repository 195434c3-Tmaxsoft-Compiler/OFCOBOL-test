      *  short of two signatures stays open and is listed on the
      *  register as awaiting approval, so the 90-plus bucket stops
      *  being a place items go to be forgotten.
      *  Each write-off goes to the shared approval trail (APRTRL01)
      *  with its first signer as maker and its second as checker,
      *  dated and timed from the second signature where the
      *  approval front end stamped it (cols 25-31 CCYYDDD, 32-35
      *  HHMM).
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 WA-TO-ACCT-KEY             PIC X(6).
           02 WA-AMOUNT                  PIC 9(7)V99.
           02 WA-APPROVER                PIC X(3).
           02 WA-APPROVED-DATE           PIC X(7).
           02 WA-APPROVED-TIME           PIC X(4).

       FD  THRESHOLD-FILE.
       01  THRESHOLD-REC.
               10 WS-APR-TO-KEY          PIC X(6).
               10 WS-APR-AMOUNT          PIC 9(7)V99.
               10 WS-APR-APPROVER        PIC X(3).
               10 WS-APR-DATE            PIC X(7).
               10 WS-APR-TIME            PIC X(4).
       01 WS-APPROVER-1                  PIC X(3).
       01 WS-APPROVER-2                  PIC X(3).
       01 WS-APPROVER-2-DATE             PIC X(7).
       01 WS-APPROVER-2-TIME             PIC X(4).
       01 WS-DISTINCT-APPROVERS          PIC 9(2).
       01 WS-RUN-DAY-INTEGER             PIC 9(8).
       01 WS-ITEM-DAY-INTEGER            PIC 9(8).
       01 WS-ITEMS-KEPT                  PIC 9(5) VALUE 0.
       01 WS-WRITTEN-OFF-TOTAL           PIC 9(11)V99 VALUE 0.
       COPY WSSUSPEN.
       COPY WSAPRTRL.
       COPY WSRUNLCK.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSCTLTOT.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "SUSWOF01" TO RL-JOB-NAME.
           MOVE "MASTERS" TO RL-LOCK-NAME.
           MOVE WS-RUN-CCYYDDD TO RL-RUN-DATE.
           PERFORM LOAD-APPROVALS.

           OPEN INPUT SUSPENSE-FILE.
           PERFORM SKIP-SUSPENSE-HEADER.
           OPEN OUTPUT SUSPENSE-WORK-FILE.
           OPEN OUTPUT WRITEOFF-REGISTER-FILE.
           OPEN EXTEND WRITEOFF-JOURNAL-FILE.
                               WS-APR-AMOUNT (WS-APPROVAL-COUNT)
                           MOVE WA-APPROVER TO
                               WS-APR-APPROVER (WS-APPROVAL-COUNT)
                           MOVE WA-APPROVED-DATE TO
                               WS-APR-DATE (WS-APPROVAL-COUNT)
                           MOVE WA-APPROVED-TIME TO
                               WS-APR-TIME (WS-APPROVAL-COUNT)
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
                                   NOT = WS-APPROVER-1
                           MOVE WS-APR-APPROVER (AP-IDX)
                               TO WS-APPROVER-2
                           MOVE WS-APR-DATE (AP-IDX)
                               TO WS-APPROVER-2-DATE
                           MOVE WS-APR-TIME (AP-IDX)
                               TO WS-APPROVER-2-TIME
                           MOVE 2 TO WS-DISTINCT-APPROVERS
                       END-IF
                   END-IF
               DELIMITED BY SIZE INTO WRITEOFF-REGISTER-REC.
           WRITE WRITEOFF-REGISTER-REC.

           MOVE SPACES TO WS-APPROVAL-TRAIL-RECORD.
           SET TL-SOURCE-WRITEOFF TO TRUE.
           STRING SU-FROM-ACCT-KEY "/" SU-TO-ACCT-KEY
                   " " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO TL-ITEM-KEY.
           IF SU-FROM-ACCT-KEY NUMERIC
               MOVE SU-FROM-ACCT-KEY TO TL-CUST-NO
           ELSE
               MOVE 0 TO TL-CUST-NO
           END-IF.
           MOVE WS-APPROVER-1 TO TL-MAKER.
           MOVE WS-APPROVER-2 TO TL-CHECKER.
           MOVE WS-APPROVER-2-DATE TO TL-APPROVED-DATE.
           MOVE WS-APPROVER-2-TIME TO TL-APPROVED-TIME.
           MOVE "SUSWOF01" TO TL-RECORDED-BY.
           CALL "APRTRL01" USING WS-APPROVAL-TRAIL-RECORD.

       COPY-WORK-BACK-TO-SUSPENSE.
           OPEN INPUT SUSPENSE-WORK-FILE.
           OPEN OUTPUT SUSPENSE-REWRITE-FILE.
           PERFORM STAMP-SUSPENSE-HEADER.
           IF WS-WORK-FILE-STATUS = "00"
               PERFORM UNTIL WS-WORK-FILE-STATUS = "10"
                   READ SUSPENSE-WORK-FILE
           END-IF.
           CLOSE SUSPENSE-WORK-FILE.
           CLOSE SUSPENSE-REWRITE-FILE.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "SUSWOF01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-SUSPEN-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-SUSPENSE-HEADER.
           IF WS-SUSPENSE-FILE-STATUS = "00"
               READ SUSPENSE-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       STAMP-SUSPENSE-HEADER.
           MOVE "SUSWOF01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           MOVE LV-SUSPEN-LAYOUT TO LC-EXPECTED-LAYOUT.
           SET LC-ACTION-STAMP TO TRUE.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           WRITE SUSPENSE-REWRITE-REC FROM LC-RECORD-IMAGE.
       END PROGRAM SUSWOF01.
