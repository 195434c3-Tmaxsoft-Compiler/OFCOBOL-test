      *  LETTER01 way - ADDRFMT01 address block, mail hold honored -
      *  and an escheatment candidate line (customer, balance, last
      *  activity, years dormant) for the compliance desk.
      *  An account is not abandoned while someone else with a
      *  standing on it - a joint owner, trustee, guardian, or
      *  attorney on the account party file - is still active:
      *  such a customer is not moved to DORMANT, and one already
      *  DORMANT is listed for review instead of as an escheatment
      *  candidate.  The notice names the joint owners and goes in
      *  care of any guardian, trustee, or attorney.
      *  An official cheque CHQREC01 found stale-dated is money the
      *  payee never collected: each one on the stale cheque file
      *  is listed with the candidates as an uncashed cheque until
      *  an escheatment remittance names it.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "data/held_correspondence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.
           SELECT ACCOUNT-PARTY-FILE
               ASSIGN TO "data/account_parties.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTY-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT ESCHEAT-REPORT-FILE
               ASSIGN TO "data/escheat_candidates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-FILE-STATUS.
           SELECT STALE-CHEQUE-FILE
               ASSIGN TO "data/stale_cheques.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STALE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-CORRESPONDENCE-FILE.
       01  HELD-CORRESPONDENCE-REC       PIC X(90).

       FD  ACCOUNT-PARTY-FILE.
       COPY WSACPTY.

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  ESCHEAT-REPORT-FILE.
       01  ESCHEAT-REPORT-REC            PIC X(90).

       FD  STALE-CHEQUE-FILE.
       COPY WSCHQREG.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-THRESHOLD-FILE-STATUS       PIC XX.
       01 WS-NOTICE-FILE-STATUS          PIC XX.
       01 WS-HELD-FILE-STATUS            PIC XX.
       01 WS-ESCHEAT-FILE-STATUS         PIC XX.
       01 WS-STALE-FILE-STATUS           PIC XX.
       01 WS-CHEQUE-DISPLAY              PIC +9(9).99.
       01 WS-DORMANT-DAYS                PIC 9(5) VALUE 730.
       01 WS-RUN-DAY-INTEGER             PIC 9(8).
       01 WS-ACTIVITY-DAY-INTEGER        PIC 9(8).
       01 WS-YEARS-DISPLAY               PIC ZZ9.
       01 WS-BALANCE-DISPLAY             PIC +9(9).99.
       01 WS-ZIP-DISPLAY                 PIC 9(9).
       01 WS-JOINT-IDX                   PIC 9(2).
       01 WS-NOTICE-DEST                 PIC X(1) VALUE "P".
           88 WS-NOTICE-HELD             VALUE "H".
       01 WS-CUSTOMERS-READ              PIC 9(7) VALUE 0.
       01 WS-NOTICES-WRITTEN             PIC 9(5) VALUE 0.
       01 WS-NOTICES-HELD                PIC 9(5) VALUE 0.
       01 WS-ESCHEAT-CANDIDATES          PIC 9(5) VALUE 0.
       01 WS-UNCASHED-CHEQUES            PIC 9(5) VALUE 0.
       01 WS-PARTY-REVIEWS               PIC 9(5) VALUE 0.
       01 WS-PARTY-KEPT-ACTIVE           PIC 9(5) VALUE 0.
       01 WS-PARTY-FILE-STATUS           PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-PARTY-ACTIVITY-SWITCH       PIC X(1).
           88 WS-PARTY-IS-ACTIVE         VALUE "Y".
       01 WS-ACTIVE-PARTY-NO             PIC 9(9).
       01 WS-PARTY-FULL-SWITCH           PIC X(1) VALUE "N".
           88 WS-PARTY-TABLE-FULL        VALUE "Y".
      *
      *  The roles other customers hold on accounts, each tied to
      *  the account's owner and carrying the party's own last
      *  activity date, loaded before the sweep starts.
      *
       01 WS-PARTY-TABLE.
           05 WS-PARTY-COUNT             PIC 9(4) VALUE 0.
           05 WS-PARTY-ENTRY OCCURS 2000 TIMES INDEXED BY PT-IDX.
               10 WS-PTY-ACCT-NO         PIC 9(10).
               10 WS-PTY-CUST-NO         PIC 9(9).
               10 WS-PTY-OWNER-NO        PIC 9(9).
               10 WS-PTY-LAST-ACTIVITY   PIC 9(7).
       COPY WSSTATRN.
       COPY WSADDRFM.
       COPY WSPTYADR.
       COPY WSRUNLCK.
       COPY WSCORRLG.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       DORMNT01-MAIN.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "DORMNT01" TO RL-JOB-NAME.
           MOVE "MASTERS" TO RL-LOCK-NAME.
           MOVE WS-RUN-CCYYDDD TO RL-RUN-DATE.
           PERFORM LOAD-DORMANCY-THRESHOLD.
           COMPUTE WS-RUN-DAY-INTEGER =
               FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD).
           PERFORM LOAD-ACCOUNT-PARTIES.
      *    A party left out of the table would not keep its account
      *    active; no account is swept until all of them fit.
           IF WS-PARTY-TABLE-FULL
               DISPLAY "DORMNT01: ACCOUNT PARTIES OVER 2000 - "
                   "NOTHING SWEPT"
               MOVE 0 TO AT-RECORD-COUNT
               SET AT-MODE-TRAILER TO TRUE
               CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST
               SET RL-ACTION-RELEASE TO TRUE
               CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           OPEN OUTPUT DORMANCY-NOTICE-FILE.
           OPEN OUTPUT ESCHEAT-REPORT-FILE.
           OPEN EXTEND HELD-CORRESPONDENCE-FILE.
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM LIST-UNCASHED-CHEQUES.

           MOVE SPACES TO ESCHEAT-REPORT-REC.
           STRING "CANDIDATES=" WS-ESCHEAT-CANDIDATES
                   " PARTY REVIEWS=" WS-PARTY-REVIEWS
                   " UNCASHED CHEQUES=" WS-UNCASHED-CHEQUES
               DELIMITED BY SIZE INTO ESCHEAT-REPORT-REC.
           WRITE ESCHEAT-REPORT-REC.

               " MOVED DORMANT=" WS-MOVED-DORMANT
               " NOTICES=" WS-NOTICES-WRITTEN
               " HELD=" WS-NOTICES-HELD
               " ESCHEAT=" WS-ESCHEAT-CANDIDATES
               " PARTY REVIEW=" WS-PARTY-REVIEWS
               " PARTY KEPT ACTIVE=" WS-PARTY-KEPT-ACTIVE
               " UNCASHED CHEQUES=" WS-UNCASHED-CHEQUES.

           MOVE WS-CUSTOMERS-READ TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.

           SET RL-ACTION-RELEASE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           IF PA-PARTY-TABLES-FULL
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      ***************************************************************
               WHEN CN-STATUS-ACTIVE
                   PERFORM COMPUTE-DAYS-INACTIVE
                   IF WS-DAYS-INACTIVE > WS-DORMANT-DAYS
                       PERFORM CHECK-PARTY-ACTIVITY
                       IF WS-PARTY-IS-ACTIVE
                           ADD 1 TO WS-PARTY-KEPT-ACTIVE
                       ELSE
                           PERFORM MOVE-TO-DORMANT
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
       REPORT-ONE-DORMANT.
           PERFORM COMPUTE-DAYS-INACTIVE.
           COMPUTE WS-YEARS-DORMANT = WS-DAYS-INACTIVE / 365.
           PERFORM CHECK-PARTY-ACTIVITY.
           IF WS-PARTY-IS-ACTIVE
               PERFORM WRITE-PARTY-REVIEW-LINE
           ELSE
               PERFORM WRITE-ESCHEAT-LINE
           END-IF.
           PERFORM WRITE-DORMANCY-NOTICE.

      ***************************************************************
      *  Someone else acting on the account inside the threshold
      *  means it is not abandoned, whatever the owner's own
      *  activity date says.  Only roles in force tonight count.
      ***************************************************************
       CHECK-PARTY-ACTIVITY.
           MOVE "N" TO WS-PARTY-ACTIVITY-SWITCH.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PARTY-COUNT
                       OR WS-PARTY-IS-ACTIVE
               IF WS-PTY-OWNER-NO (PT-IDX) = CN-CUST-NO
                       AND WS-PTY-LAST-ACTIVITY (PT-IDX) > 0
                   COMPUTE WS-ACTIVITY-DAY-INTEGER =
                       FUNCTION INTEGER-OF-DAY
                           (WS-PTY-LAST-ACTIVITY (PT-IDX))
                   IF WS-RUN-DAY-INTEGER - WS-ACTIVITY-DAY-INTEGER
                           NOT > WS-DORMANT-DAYS
                       MOVE "Y" TO WS-PARTY-ACTIVITY-SWITCH
                       MOVE WS-PTY-CUST-NO (PT-IDX)
                           TO WS-ACTIVE-PARTY-NO
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-PARTY-REVIEW-LINE.
           ADD 1 TO WS-PARTY-REVIEWS.
           MOVE CN-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO ESCHEAT-REPORT-REC.
           STRING "  " CN-CUST-NO " " CN-CUST-NAME
                   " BAL=" WS-BALANCE-DISPLAY
                   " REVIEW - PARTY " WS-ACTIVE-PARTY-NO
                   " ACTIVE"
               DELIMITED BY SIZE INTO ESCHEAT-REPORT-REC.
           WRITE ESCHEAT-REPORT-REC.

      ***************************************************************
      *  Party roles in force tonight load from the account party
      *  file (the owner's own primary rows add nothing); the
      *  account master ties each to the owning customer, and one
      *  read of the customer master picks up each party's last
      *  activity date before the master is opened for update.
      ***************************************************************
       LOAD-ACCOUNT-PARTIES.
           OPEN INPUT ACCOUNT-PARTY-FILE.
           IF WS-PARTY-FILE-STATUS = "00"
               PERFORM UNTIL WS-PARTY-FILE-STATUS = "10"
                       OR WS-PARTY-TABLE-FULL
                   READ ACCOUNT-PARTY-FILE
                       AT END
                           MOVE "10" TO WS-PARTY-FILE-STATUS
                       NOT AT END
                           IF AP-ROLE-VALID
                                   AND NOT AP-ROLE-PRIMARY
                                   AND AP-START-DATE
                                       NOT > WS-RUN-CCYYDDD
                                   AND (AP-ROLE-OPEN-ENDED
                                       OR AP-END-DATE
                                           NOT < WS-RUN-CCYYDDD)
                               PERFORM LOAD-ONE-PARTY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-PARTY-FILE
           END-IF.
           IF WS-PARTY-COUNT > 0 AND NOT WS-PARTY-TABLE-FULL
               PERFORM RESOLVE-PARTY-OWNERS
               PERFORM RESOLVE-PARTY-ACTIVITY
           END-IF.

       LOAD-ONE-PARTY.
           IF WS-PARTY-COUNT = 2000
               MOVE "Y" TO WS-PARTY-FULL-SWITCH
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "DORMNT01" TO ER-JOB-STEP
               MOVE "DRMT" TO ER-ERROR-CODE
               MOVE "ACCOUNT PARTIES OVER 2000 - NOT SWEPT"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PARTY-COUNT.
           SET PT-IDX TO WS-PARTY-COUNT.
           MOVE AP-ACCT-NO TO WS-PTY-ACCT-NO (PT-IDX).
           MOVE AP-CUST-NO TO WS-PTY-CUST-NO (PT-IDX).
           MOVE 0 TO WS-PTY-OWNER-NO (PT-IDX).
           MOVE 0 TO WS-PTY-LAST-ACTIVITY (PT-IDX).

       RESOLVE-PARTY-OWNERS.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           PERFORM VARYING PT-IDX FROM 1 BY 1
                                   UNTIL PT-IDX > WS-PARTY-COUNT
                               IF WS-PTY-ACCT-NO (PT-IDX) = AM-ACCT-NO
                                   MOVE AM-CUST-NO
                                       TO WS-PTY-OWNER-NO (PT-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       RESOLVE-PARTY-ACTIVITY.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           PERFORM VARYING PT-IDX FROM 1 BY 1
                                   UNTIL PT-IDX > WS-PARTY-COUNT
                               IF WS-PTY-CUST-NO (PT-IDX) = CN-CUST-NO
                                   MOVE CN-LAST-ACTIVITY-DATE
                                       TO WS-PTY-LAST-ACTIVITY (PT-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       WRITE-ESCHEAT-LINE.
           ADD 1 TO WS-ESCHEAT-CANDIDATES.
           MOVE CN-BALANCE TO WS-BALANCE-DISPLAY.
               DELIMITED BY SIZE INTO ESCHEAT-REPORT-REC.
           WRITE ESCHEAT-REPORT-REC.

      ***************************************************************
      *  Stale official cheques, from the file CHQREC01 cuts each
      *  night: the payee, the customer it was paid for, the amount,
      *  and the night it was issued.
      ***************************************************************
       LIST-UNCASHED-CHEQUES.
           OPEN INPUT STALE-CHEQUE-FILE.
           IF WS-STALE-FILE-STATUS = "00"
               PERFORM UNTIL WS-STALE-FILE-STATUS = "10"
                   READ STALE-CHEQUE-FILE
                       AT END
                           MOVE "10" TO WS-STALE-FILE-STATUS
                       NOT AT END
                           IF CR-STALE
                               PERFORM WRITE-UNCASHED-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STALE-CHEQUE-FILE
           END-IF.

       WRITE-UNCASHED-LINE.
           ADD 1 TO WS-UNCASHED-CHEQUES.
           MOVE CR-AMOUNT TO WS-CHEQUE-DISPLAY.
           MOVE SPACES TO ESCHEAT-REPORT-REC.
           STRING "  " CR-CUST-NO " " CR-PAYEE-NAME
                   " CHQ=" WS-CHEQUE-DISPLAY
                   " ISSUED=" CR-ISSUE-DATE
                   " UNCASHED " CR-CHEQUE-NO
               DELIMITED BY SIZE INTO ESCHEAT-REPORT-REC.
           WRITE ESCHEAT-REPORT-REC.

      ***************************************************************
      *  The notice follows the LETTER01 mechanics: header line,
      *  ADDRFMT01 address block, reason text, blank separator - and
               DELIMITED BY SIZE INTO DORMANCY-NOTICE-REC.
           PERFORM WRITE-NOTICE-REC.

           MOVE CN-CUST-NO     TO PA-CUST-NO.
           MOVE WS-RUN-CCYYDDD TO PA-AS-OF-DATE.
           CALL "PTYADR01" USING WS-PARTY-ADDRESS-REQUEST.
           PERFORM VARYING WS-JOINT-IDX FROM 1 BY 1
                   UNTIL WS-JOINT-IDX > PA-JOINT-COUNT
               MOVE SPACES TO DORMANCY-NOTICE-REC
               STRING "  AND " PA-JOINT-NAME (WS-JOINT-IDX)
                   DELIMITED BY SIZE INTO DORMANCY-NOTICE-REC
               PERFORM WRITE-NOTICE-REC
           END-PERFORM.
           IF PA-HAS-CARE-OF
               MOVE SPACES TO DORMANCY-NOTICE-REC
               STRING "  C/O " PA-CARE-OF-NAME
                   DELIMITED BY SIZE INTO DORMANCY-NOTICE-REC
               PERFORM WRITE-NOTICE-REC
               MOVE PA-CARE-OF-ADDRESS (1:30)  TO AF-LINE-1
               MOVE PA-CARE-OF-ADDRESS (31:10) TO AF-LINE-2
               MOVE PA-CARE-OF-ZIP             TO WS-ZIP-DISPLAY
           ELSE
               MOVE CN-ADDRESS (1:30)  TO AF-LINE-1
               MOVE CN-ADDRESS (31:10) TO AF-LINE-2
               MOVE CN-ZIP             TO WS-ZIP-DISPLAY
           END-IF.
           MOVE WS-ZIP-DISPLAY     TO AF-LINE-3.
           MOVE "|"                TO AF-DELIMITER.
           CALL "ADDRFMT01" USING WS-ADDR-FORMAT-REQUEST.
           ELSE
               WRITE DORMANCY-NOTICE-REC
           END-IF.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "DORMNT01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               READ CUSTOMER-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               READ ACCOUNT-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM DORMNT01.
