       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRNXFR01.
      ***************************************************************
      *  BRNXFR01 - branch transfer.  An account stays with the
      *  branch it opened into whatever happens to the customer's
      *  address; the only way it changes branch is a transfer
      *  request through this step, keyed by one member of staff
      *  and approved by another.  A request names the customer
      *  and either one account or - account left blank - the
      *  whole relationship, every open account the customer
      *  holds.  For every good request each account moves in
      *  place on the account master: AM-BRANCH-CODE becomes the
      *  receiving branch and AM-BRANCH-DATE tonight's date, so
      *  GLEXTR01 books the account's activity to its new branch
      *  from tonight on.
      *
      *  Every account moved is written to the branch transfer
      *  log, which is kept run after run as the dated audit of
      *  which account left which branch for which, on whose
      *  request and whose approval, and why; each request applied
      *  also goes to the shared approval trail (APRTRL01) for the
      *  segregation-of-duties review.
      *
      *  A request is rejected, with the account master left as it
      *  was, when it cannot be right on its face - bad numbers, a
      *  bad check digit (FMT/CKDG), no receiving branch or one not
      *  on the branch master (BRCH), a closed receiving branch
      *  (BRCL), no approver or the requester approving their own
      *  request (DUAL), the same request twice (DUPL) - or when
      *  the account belongs to someone else (OWNR), is closed
      *  (CLSD), is already in the receiving branch (SAME), or is
      *  not on the master at all (NFND).  A whole-relationship
      *  request passes over the customer's closed accounts and
      *  those already in the receiving branch, and is rejected
      *  SAME only when it finds nothing left to move.
      *
      *  Request layout:
      *    cols  1-9  customer number
      *    cols 10-19 account number (blank = every open account)
      *    cols 20-23 receiving branch
      *    cols 24-31 requested by (user)
      *    cols 32-39 approved by (user)
      *    cols 40-69 reason
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-REQUEST-FILE
               ASSIGN TO "data/branch_transfer_txns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.
           SELECT BRANCH-MASTER-FILE
               ASSIGN TO "data/branch_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT TRANSFER-LOG-FILE
               ASSIGN TO "data/branch_transfer_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT TRANSFER-REJECT-FILE
               ASSIGN TO "data/branch_transfer_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFER-REQUEST-FILE.
       01  TRANSFER-REQUEST-REC.
           02 BX-CUST-NO                 PIC X(9).
           02 BX-ACCT-NO                 PIC X(10).
           02 BX-TO-BRANCH               PIC X(4).
           02 BX-REQUESTED-BY            PIC X(8).
           02 BX-APPROVED-BY             PIC X(8).
           02 BX-REASON                  PIC X(30).

       FD  BRANCH-MASTER-FILE.
       01  BRANCH-MASTER-REC             PIC X(54).

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  TRANSFER-LOG-FILE.
       01  TRANSFER-LOG-REC              PIC X(132).

       FD  TRANSFER-REJECT-FILE.
       01  TRANSFER-REJECT-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REQUEST-FILE-STATUS         PIC XX.
       01 WS-BRANCH-FILE-STATUS          PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-LOG-FILE-STATUS             PIC XX.
       01 WS-REJECT-FILE-STATUS          PIC XX.
       01 WS-REQUESTS-READ               PIC 9(5) VALUE 0.
       01 WS-REQUESTS-APPLIED            PIC 9(5) VALUE 0.
       01 WS-REQUESTS-REJECTED           PIC 9(5) VALUE 0.
       01 WS-ACCOUNTS-MOVED              PIC 9(7) VALUE 0.
       01 WS-REJECT-REASON               PIC X(4).
       01 WS-REJECT-IMAGE                PIC X(69).
       01 WS-FOUND-SWITCH                PIC X(1).
           88 WS-WAS-FOUND               VALUE "Y".
       01 WS-REQUEST-MATCHED             PIC X(1).
           88 WS-REQUEST-IS-MATCHED      VALUE "Y".
       01 WS-FROM-BRANCH                 PIC X(4).
       01 WS-STEP-RETURN                 PIC 9(2) VALUE 0.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-COUNT            PIC 9(3) VALUE 0.
           05 WS-BRANCH-ENTRY OCCURS 200 TIMES INDEXED BY BR-IDX.
               10 WS-BRANCH-CODE         PIC X(4).
               10 WS-BRANCH-STATUS       PIC X(1).
                   88 WS-BRANCH-IS-OPEN  VALUE "A".
      ***************************************************************
      *  One entry per good request.  A single-account request is
      *  done when its account is reached; a whole-relationship
      *  request stays open across all the customer's accounts and
      *  is settled at the end of the pass by what it moved.
      ***************************************************************
       01 WS-TRANSFER-TABLE.
           05 WS-XFER-COUNT              PIC 9(3) VALUE 0.
           05 WS-XFER-ENTRY OCCURS 200 TIMES INDEXED BY XF-IDX.
               10 WS-XF-CUST-NO          PIC 9(9).
               10 WS-XF-ACCT-NO          PIC 9(10).
               10 WS-XF-SCOPE            PIC X(1).
                   88 WS-XF-ONE-ACCOUNT  VALUE "A".
                   88 WS-XF-RELATIONSHIP VALUE "C".
               10 WS-XF-TO-BRANCH        PIC X(4).
               10 WS-XF-REQUESTED-BY     PIC X(8).
               10 WS-XF-APPROVED-BY      PIC X(8).
               10 WS-XF-REASON           PIC X(30).
               10 WS-XF-IMAGE            PIC X(69).
               10 WS-XF-STATE            PIC X(1).
                   88 WS-XF-PENDING      VALUE "P".
                   88 WS-XF-APPLIED      VALUE "S".
                   88 WS-XF-REJECTED     VALUE "R".
               10 WS-XF-ACCOUNTS-SEEN    PIC 9(2).
               10 WS-XF-ACCOUNTS-MOVED   PIC 9(2).
       COPY WSBRNMST.
       COPY WSCHKDGT.
       COPY WSAPRTRL.
       COPY WSRUNLCK.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.

       PROCEDURE DIVISION.
       BRNXFR01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "BRNXFR01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "BRNXFR01" TO RL-JOB-NAME.
           MOVE "MASTERS" TO RL-LOCK-NAME.
           MOVE WS-RUN-CCYYDDD TO RL-RUN-DATE.
           SET RL-ACTION-ACQUIRE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           IF RL-REFUSED
               DISPLAY "BRNXFR01: LOCK " RL-LOCK-NAME
                   " HELD BY " RL-HOLDER-JOB
                   " SINCE " RL-HOLDER-TIME " - NOT STARTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT TRANSFER-REJECT-FILE.
           OPEN EXTEND TRANSFER-LOG-FILE.
           IF WS-LOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT TRANSFER-LOG-FILE
           END-IF.

           PERFORM LOAD-BRANCH-MASTER.
           PERFORM LOAD-TRANSFER-REQUESTS.
           IF WS-XFER-COUNT > 0
               PERFORM TRANSFER-ACCOUNTS
               PERFORM SETTLE-REQUESTS
           END-IF.

           CLOSE TRANSFER-REJECT-FILE.
           CLOSE TRANSFER-LOG-FILE.

           DISPLAY "BRNXFR01: REQUESTS READ=" WS-REQUESTS-READ
               " APPLIED=" WS-REQUESTS-APPLIED
               " REJECTED=" WS-REQUESTS-REJECTED.
           DISPLAY "BRNXFR01: ACCOUNTS MOVED=" WS-ACCOUNTS-MOVED.
           IF WS-REQUESTS-REJECTED > 0
               MOVE 4 TO WS-STEP-RETURN
           END-IF.

           MOVE WS-ACCOUNTS-MOVED TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           SET RL-ACTION-RELEASE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           MOVE WS-STEP-RETURN TO RETURN-CODE.
           GOBACK.

       LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-BRANCH-FILE-STATUS = "00"
               PERFORM UNTIL WS-BRANCH-FILE-STATUS = "10"
                       OR WS-BRANCH-COUNT = 200
                   READ BRANCH-MASTER-FILE
                           INTO WS-BRANCH-MASTER-RECORD
                       AT END
                           MOVE "10" TO WS-BRANCH-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-BRANCH-COUNT
                           SET BR-IDX TO WS-BRANCH-COUNT
                           MOVE BR-BRANCH-CODE
                               TO WS-BRANCH-CODE (BR-IDX)
                           MOVE BR-STATUS
                               TO WS-BRANCH-STATUS (BR-IDX)
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
           END-IF.

      ***************************************************************
      *  Everything that can be judged from the request itself is
      *  judged before the account master is opened.
      ***************************************************************
       LOAD-TRANSFER-REQUESTS.
           OPEN INPUT TRANSFER-REQUEST-FILE.
           IF WS-REQUEST-FILE-STATUS = "00"
               PERFORM UNTIL WS-REQUEST-FILE-STATUS = "10"
                   READ TRANSFER-REQUEST-FILE
                       AT END
                           MOVE "10" TO WS-REQUEST-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-REQUESTS-READ
                           PERFORM LOAD-ONE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-REQUEST-FILE
           END-IF.

       LOAD-ONE-REQUEST.
           MOVE TRANSFER-REQUEST-REC TO WS-REJECT-IMAGE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF BX-CUST-NO IS NOT NUMERIC
                   OR (BX-ACCT-NO IS NOT NUMERIC
                       AND BX-ACCT-NO NOT = SPACES)
               MOVE "FMT " TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE "V" TO CD-ACTION
               MOVE BX-CUST-NO TO CD-CUST-NO
               CALL "CHKDGT01" USING WS-CHECK-DIGIT-REQUEST
               IF CD-NUMBER-INVALID
                   MOVE "CKDG" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM JUDGE-RECEIVING-BRANCH
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF BX-APPROVED-BY = SPACES
                       OR BX-REQUESTED-BY = SPACES
                       OR BX-APPROVED-BY = BX-REQUESTED-BY
                   MOVE "DUAL" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM VARYING XF-IDX FROM 1 BY 1
                       UNTIL XF-IDX > WS-XFER-COUNT
                   IF WS-XF-IMAGE (XF-IDX) (1:19)
                           = TRANSFER-REQUEST-REC (1:19)
                       MOVE "DUPL" TO WS-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-REJECT-REASON = SPACES AND WS-XFER-COUNT = 200
               MOVE "FULL" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-TRANSFER-REJECT
           ELSE
               ADD 1 TO WS-XFER-COUNT
               SET XF-IDX TO WS-XFER-COUNT
               MOVE BX-CUST-NO TO WS-XF-CUST-NO (XF-IDX)
               IF BX-ACCT-NO = SPACES
                   MOVE 0 TO WS-XF-ACCT-NO (XF-IDX)
                   SET WS-XF-RELATIONSHIP (XF-IDX) TO TRUE
               ELSE
                   MOVE BX-ACCT-NO TO WS-XF-ACCT-NO (XF-IDX)
                   SET WS-XF-ONE-ACCOUNT (XF-IDX) TO TRUE
               END-IF
               MOVE BX-TO-BRANCH TO WS-XF-TO-BRANCH (XF-IDX)
               MOVE BX-REQUESTED-BY TO WS-XF-REQUESTED-BY (XF-IDX)
               MOVE BX-APPROVED-BY TO WS-XF-APPROVED-BY (XF-IDX)
               MOVE BX-REASON TO WS-XF-REASON (XF-IDX)
               MOVE TRANSFER-REQUEST-REC TO WS-XF-IMAGE (XF-IDX)
               SET WS-XF-PENDING (XF-IDX) TO TRUE
               MOVE 0 TO WS-XF-ACCOUNTS-SEEN (XF-IDX)
               MOVE 0 TO WS-XF-ACCOUNTS-MOVED (XF-IDX)
           END-IF.

       JUDGE-RECEIVING-BRANCH.
           MOVE "N" TO WS-FOUND-SWITCH.
           IF BX-TO-BRANCH NOT = SPACES
               PERFORM VARYING BR-IDX FROM 1 BY 1
                       UNTIL BR-IDX > WS-BRANCH-COUNT OR WS-WAS-FOUND
                   IF WS-BRANCH-CODE (BR-IDX) = BX-TO-BRANCH
                       MOVE "Y" TO WS-FOUND-SWITCH
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-WAS-FOUND
               SET BR-IDX DOWN BY 1
               IF NOT WS-BRANCH-IS-OPEN (BR-IDX)
                   MOVE "BRCL" TO WS-REJECT-REASON
               END-IF
           ELSE
               MOVE "BRCH" TO WS-REJECT-REASON
           END-IF.

      ***************************************************************
      *  One pass over the account master, each account moved in
      *  place.  An account is claimed by the first pending request
      *  that names it or its customer's whole relationship.
      ***************************************************************
       TRANSFER-ACCOUNTS.
           OPEN I-O ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           PERFORM JUDGE-ONE-ACCOUNT
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.

       JUDGE-ONE-ACCOUNT.
           MOVE "N" TO WS-REQUEST-MATCHED.
           PERFORM VARYING XF-IDX FROM 1 BY 1
                   UNTIL XF-IDX > WS-XFER-COUNT
                       OR WS-REQUEST-IS-MATCHED
               IF WS-XF-PENDING (XF-IDX)
                   IF (WS-XF-ONE-ACCOUNT (XF-IDX)
                           AND WS-XF-ACCT-NO (XF-IDX) = AM-ACCT-NO)
                       OR (WS-XF-RELATIONSHIP (XF-IDX)
                           AND WS-XF-CUST-NO (XF-IDX) = AM-CUST-NO)
                       MOVE "Y" TO WS-REQUEST-MATCHED
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-REQUEST-IS-MATCHED
               SET XF-IDX DOWN BY 1
               IF WS-XF-ONE-ACCOUNT (XF-IDX)
                   PERFORM JUDGE-SINGLE-ACCOUNT
               ELSE
                   PERFORM JUDGE-RELATIONSHIP-ACCOUNT
               END-IF
           END-IF.

       JUDGE-SINGLE-ACCOUNT.
           EVALUATE TRUE
               WHEN AM-CUST-NO NOT = WS-XF-CUST-NO (XF-IDX)
                   MOVE "OWNR" TO WS-REJECT-REASON
                   PERFORM REJECT-TABLE-ENTRY
               WHEN NOT AM-ACCOUNT-OPEN
                   MOVE "CLSD" TO WS-REJECT-REASON
                   PERFORM REJECT-TABLE-ENTRY
               WHEN AM-BRANCH-CODE = WS-XF-TO-BRANCH (XF-IDX)
                   MOVE "SAME" TO WS-REJECT-REASON
                   PERFORM REJECT-TABLE-ENTRY
               WHEN OTHER
                   PERFORM MOVE-ONE-ACCOUNT
                   SET WS-XF-APPLIED (XF-IDX) TO TRUE
                   PERFORM RECORD-APPROVAL
           END-EVALUATE.

       JUDGE-RELATIONSHIP-ACCOUNT.
           ADD 1 TO WS-XF-ACCOUNTS-SEEN (XF-IDX).
           IF AM-ACCOUNT-OPEN
                   AND AM-BRANCH-CODE NOT = WS-XF-TO-BRANCH (XF-IDX)
               PERFORM MOVE-ONE-ACCOUNT
           END-IF.

       MOVE-ONE-ACCOUNT.
           MOVE AM-BRANCH-CODE TO WS-FROM-BRANCH.
           MOVE WS-XF-TO-BRANCH (XF-IDX) TO AM-BRANCH-CODE.
           MOVE WS-RUN-CCYYDDD TO AM-BRANCH-DATE.
           REWRITE WS-ACCOUNT-RECORD.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "BRNXFR01: REWRITE FAILED FOR " AM-ACCT-NO
                   " STATUS=" WS-ACCOUNT-FILE-STATUS
               MOVE 8 TO WS-STEP-RETURN
           ELSE
               ADD 1 TO WS-ACCOUNTS-MOVED
               ADD 1 TO WS-XF-ACCOUNTS-MOVED (XF-IDX)
               MOVE SPACES TO TRANSFER-LOG-REC
               STRING WS-RUN-CCYYDDD " " AM-ACCT-NO
                       " CUST=" AM-CUST-NO
                       " FROM=" WS-FROM-BRANCH
                       " TO=" AM-BRANCH-CODE
                       " BY=" WS-XF-REQUESTED-BY (XF-IDX)
                       " APPR=" WS-XF-APPROVED-BY (XF-IDX)
                       " " WS-XF-REASON (XF-IDX)
                   DELIMITED BY SIZE INTO TRANSFER-LOG-REC
               WRITE TRANSFER-LOG-REC
           END-IF.

      ***************************************************************
      *  After the pass: a single-account request still pending
      *  never found its account, and a whole-relationship request
      *  either moved something, found only accounts with nothing
      *  to move, or found no accounts at all.
      ***************************************************************
       SETTLE-REQUESTS.
           PERFORM VARYING XF-IDX FROM 1 BY 1
                   UNTIL XF-IDX > WS-XFER-COUNT
               IF WS-XF-PENDING (XF-IDX)
                   EVALUATE TRUE
                       WHEN WS-XF-ACCOUNTS-MOVED (XF-IDX) > 0
                           SET WS-XF-APPLIED (XF-IDX) TO TRUE
                           PERFORM RECORD-APPROVAL
                       WHEN WS-XF-ACCOUNTS-SEEN (XF-IDX) > 0
                           MOVE "SAME" TO WS-REJECT-REASON
                           PERFORM REJECT-TABLE-ENTRY
                       WHEN OTHER
                           MOVE "NFND" TO WS-REJECT-REASON
                           PERFORM REJECT-TABLE-ENTRY
                   END-EVALUATE
               END-IF
           END-PERFORM.

       RECORD-APPROVAL.
           ADD 1 TO WS-REQUESTS-APPLIED.
           SET TL-SOURCE-BRANCH TO TRUE.
           MOVE SPACES TO TL-ITEM-KEY.
           IF WS-XF-ONE-ACCOUNT (XF-IDX)
               STRING WS-XF-ACCT-NO (XF-IDX) " TO "
                       WS-XF-TO-BRANCH (XF-IDX)
                   DELIMITED BY SIZE INTO TL-ITEM-KEY
           ELSE
               STRING "ALL " WS-XF-CUST-NO (XF-IDX) " TO "
                       WS-XF-TO-BRANCH (XF-IDX)
                   DELIMITED BY SIZE INTO TL-ITEM-KEY
           END-IF.
           MOVE WS-XF-CUST-NO (XF-IDX) TO TL-CUST-NO.
           MOVE WS-XF-REQUESTED-BY (XF-IDX) TO TL-MAKER.
           MOVE WS-XF-APPROVED-BY (XF-IDX) TO TL-CHECKER.
           MOVE 0 TO TL-APPROVED-DATE.
           MOVE 0 TO TL-APPROVED-TIME.
           MOVE "BRNXFR01" TO TL-RECORDED-BY.
           CALL "APRTRL01" USING WS-APPROVAL-TRAIL-RECORD.

       REJECT-TABLE-ENTRY.
           SET WS-XF-REJECTED (XF-IDX) TO TRUE.
           MOVE WS-XF-IMAGE (XF-IDX) TO WS-REJECT-IMAGE.
           PERFORM WRITE-TRANSFER-REJECT.

       WRITE-TRANSFER-REJECT.
           ADD 1 TO WS-REQUESTS-REJECTED.
           MOVE SPACES TO TRANSFER-REJECT-REC.
           STRING WS-REJECT-REASON " " WS-REJECT-IMAGE
               DELIMITED BY SIZE INTO TRANSFER-REJECT-REC.
           WRITE TRANSFER-REJECT-REC.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "BRNXFR01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               READ ACCOUNT-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM BRNXFR01.
