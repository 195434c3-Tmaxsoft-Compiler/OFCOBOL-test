       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECEAS01.
      ***************************************************************
      *  DECEAS01 - deceased-customer processing.  A bereavement
      *  notice used to mean a status change through STSCHG01 and
      *  whatever else the desk remembered to stop.  This step does
      *  the whole of it from one notification transaction:
      *
      *    - the customer is moved to FROZEN through the STATRN01
      *      transition matrix, the same auditable move STSCHG01
      *      makes, and the master is updated in place;
      *    - an estate record is added to the WSESTATE estate file
      *      with the date of death and the executor's name and
      *      address.  From then on PTYADR01 addresses the
      *      customer's statements to the executor and LETTER01
      *      suppresses notices in the deceased's name;
      *    - every standing order of the customer still running
      *      after the date of death is end-dated on that date, so
      *      STORD01 counts it expired instead of paying it;
      *    - the executor is sent an acknowledgement letter.
      *
      *  When the estate paperwork is approved an approval
      *  transaction records who approved it, and every open
      *  deposit account of the deceased goes onto the ACCCLS01
      *  closure requests with payout method E - the estate payout,
      *  a cheque to the executor.  Loans are left to collections
      *  and are named on the log.  The executor is written to
      *  again.  Every letter lands in the CORRLOG01 history on
      *  the executor channel, so the service desk can tell the
      *  family what went out and when.
      *
      *  The master is updated under the MASTERS lock, the standing
      *  orders are rewritten through a work copy the way ACCCLS01
      *  rewrites them, and every transaction that cannot apply
      *  goes to the reject file with a reason code.
      *
      *  Transaction layout:
      *    col 1      type N notification / A estate approved
      *    col 2-10   customer number
      *    type N:
      *    col 11-17  date of death CCYYDDD
      *    col 18-37  executor name
      *    col 38-77  executor address
      *    col 78-86  executor zip
      *    type A:
      *    col 11-18  approved by
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEREAVEMENT-TXN-FILE
               ASSIGN TO "data/bereavement_txns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT ESTATE-FILE
               ASSIGN TO "data/estate_file.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT CLOSE-REQUEST-FILE
               ASSIGN TO "data/acct_close_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.
           SELECT ORDER-IN
               ASSIGN TO "data/standing_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-IN-STATUS.
           SELECT ORDER-OUT
               ASSIGN TO "data/standing_orders_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-OUT-STATUS.
           SELECT ORDER-REWRITE
               ASSIGN TO "data/standing_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-RW-STATUS.
           SELECT ORDER-COPY-IN
               ASSIGN TO "data/standing_orders_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-CI-STATUS.
           SELECT EXECUTOR-LETTER-FILE
               ASSIGN TO "data/estate_letters.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.
           SELECT BEREAVEMENT-LOG-FILE
               ASSIGN TO "data/bereavement_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT BEREAVEMENT-REJECT-FILE
               ASSIGN TO "data/bereavement_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BEREAVEMENT-TXN-FILE.
       01  BEREAVEMENT-TXN-REC.
           02 BT-TXN-TYPE                PIC X(1).
               88 BT-NOTIFICATION        VALUE "N".
               88 BT-ESTATE-APPROVAL     VALUE "A".
           02 BT-CUST-NO                 PIC X(9).
           02 BT-NOTICE-DETAIL.
               03 BT-DATE-OF-DEATH       PIC X(7).
               03 BT-EXECUTOR-NAME       PIC X(20).
               03 BT-EXECUTOR-ADDRESS    PIC X(40).
               03 BT-EXECUTOR-ZIP        PIC X(9).
           02 BT-APPROVAL-DETAIL REDEFINES BT-NOTICE-DETAIL.
               03 BT-APPROVED-BY         PIC X(8).
               03 FILLER                 PIC X(68).

       FD  ESTATE-FILE.
       COPY WSESTATE.

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  CLOSE-REQUEST-FILE.
       01  CLOSE-REQUEST-REC.
           02 CQ-ACCT-NO                 PIC 9(10).
           02 CQ-CUST-NO                 PIC 9(9).
           02 CQ-PAYOUT-METHOD           PIC X(1).
           02 CQ-TRANSFER-ACCT           PIC X(10).

       FD  ORDER-IN.
       01  ORDER-IN-REC.
           02 SO-CUST-NO                 PIC 9(9).
           02 SO-TYPE-CODE               PIC X(2).
           02 SO-SIGN                    PIC X(1).
           02 SO-AMOUNT                  PIC 9(7)V99.
           02 SO-FREQUENCY               PIC X(1).
           02 SO-DAY-OF-MONTH            PIC 9(2).
           02 SO-START-DATE              PIC 9(7).
           02 SO-END-DATE                PIC 9(7).
           02 SO-ACCT-NO                 PIC X(10).

       FD  ORDER-OUT.
       01  ORDER-OUT-REC                 PIC X(48).

       FD  ORDER-REWRITE.
       01  ORDER-REWRITE-REC             PIC X(48).

       FD  ORDER-COPY-IN.
       01  ORDER-COPY-REC                PIC X(48).

       FD  EXECUTOR-LETTER-FILE.
       01  EXECUTOR-LETTER-REC           PIC X(90).

       FD  BEREAVEMENT-LOG-FILE.
       01  BEREAVEMENT-LOG-REC           PIC X(110).

       FD  BEREAVEMENT-REJECT-FILE.
       01  BEREAVEMENT-REJECT-REC        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-TXN-FILE-STATUS             PIC XX.
       01 WS-ESTATE-FILE-STATUS          PIC XX.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-REQUEST-FILE-STATUS         PIC XX.
       01 WS-ORDER-IN-STATUS             PIC XX.
       01 WS-ORDER-OUT-STATUS            PIC XX.
       01 WS-ORDER-RW-STATUS             PIC XX.
       01 WS-ORDER-CI-STATUS             PIC XX.
       01 WS-LETTER-FILE-STATUS          PIC XX.
       01 WS-LOG-FILE-STATUS             PIC XX.
       01 WS-REJECT-FILE-STATUS          PIC XX.
      *
      *  The estate file in storage.  Each entry carries the record
      *  as filed and what happened to it tonight - N notified, A
      *  approved - which drives the orders pass, the closure
      *  requests, and the executor letters.
      *
       01 WS-ESTATE-TABLE.
           05 WS-ESTATE-COUNT            PIC 9(4) VALUE 0.
           05 WS-ESTATE-ENTRY OCCURS 1000 TIMES INDEXED BY ES-IDX.
               10 WS-EST-DETAIL.
                   15 WS-EST-CUST-NO     PIC 9(9).
                   15 WS-EST-CUST-NAME   PIC X(20).
                   15 WS-EST-NOTICE-DATE PIC 9(7).
                   15 WS-EST-DATE-OF-DEATH
                                         PIC 9(7).
                   15 WS-EST-EXEC-NAME   PIC X(20).
                   15 WS-EST-EXEC-ADDRESS
                                         PIC X(40).
                   15 WS-EST-EXEC-ZIP    PIC 9(9).
                   15 WS-EST-STATE       PIC X(1).
                       88 WS-EST-APPROVED
                                         VALUE "A".
                   15 WS-EST-APPROVAL-DATE
                                         PIC 9(7).
                   15 WS-EST-APPROVED-BY PIC X(8).
                   15 WS-EST-ORDERS-STOPPED
                                         PIC 9(3).
                   15 WS-EST-ACCOUNTS-CLOSING
                                         PIC 9(3).
                   15 FILLER             PIC X(10).
               10 WS-EST-TONIGHT         PIC X(1).
                   88 WS-EST-NOTIFIED-TONIGHT VALUE "N".
                   88 WS-EST-APPROVED-TONIGHT VALUE "A".
      *
      *  Tonight's notifications, marked off as their customers
      *  pass on the master.
      *
       01 WS-NOTICE-TABLE.
           05 WS-NOTICE-COUNT            PIC 9(3) VALUE 0.
           05 WS-NOTICE-ENTRY OCCURS 500 TIMES INDEXED BY NT-IDX.
               10 WS-NTC-CUST-NO         PIC 9(9).
               10 WS-NTC-DATE-OF-DEATH   PIC 9(7).
               10 WS-NTC-EXEC-NAME       PIC X(20).
               10 WS-NTC-EXEC-ADDRESS    PIC X(40).
               10 WS-NTC-EXEC-ZIP        PIC 9(9).
               10 WS-NTC-IMAGE           PIC X(86).
               10 WS-NTC-MATCHED         PIC X(1).
       01 WS-ESTATE-FULL-SWITCH          PIC X(1) VALUE "N".
           88 WS-ESTATE-TABLE-FULL       VALUE "Y".
       01 WS-EDIT-DATE                   PIC X(7).
       01 WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
           05 WS-EDIT-CCYY               PIC X(4).
           05 WS-EDIT-DDD                PIC X(3).
       01 WS-EDIT-RESULT                 PIC X(1).
           88 WS-EDIT-DATE-OK            VALUE "Y".
       01 WS-REJECT-REASON               PIC X(4).
       01 WS-FOUND-SWITCH                PIC X(1).
           88 WS-WAS-FOUND               VALUE "Y".
       01 WS-ORDER-STOPPED               PIC X(1).
           88 WS-ORDER-WAS-STOPPED       VALUE "Y".
       01 WS-ZIP-DISPLAY                 PIC 9(9).
       01 WS-COUNT-DISPLAY               PIC ZZ9.
       01 WS-TXNS-READ                   PIC 9(5) VALUE 0.
       01 WS-TXNS-REJECTED               PIC 9(5) VALUE 0.
       01 WS-NOTICES-APPLIED             PIC 9(5) VALUE 0.
       01 WS-APPROVALS-APPLIED           PIC 9(5) VALUE 0.
       01 WS-NOT-FROZEN                  PIC 9(5) VALUE 0.
       01 WS-ORDERS-STOPPED              PIC 9(5) VALUE 0.
       01 WS-CLOSURES-REQUESTED          PIC 9(5) VALUE 0.
       01 WS-LOANS-LEFT-OPEN             PIC 9(5) VALUE 0.
       01 WS-LETTERS-WRITTEN             PIC 9(5) VALUE 0.
       COPY WSSTATRN.
       COPY WSADDRFM.
       COPY WSCORRLG.
       COPY WSCHKDGT.
       COPY WSRUNLCK.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       DECEAS01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "DECEAS01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "DECEAS01" TO RL-JOB-NAME.
           MOVE "MASTERS" TO RL-LOCK-NAME.
           MOVE WS-RUN-CCYYDDD TO RL-RUN-DATE.
           SET RL-ACTION-ACQUIRE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           IF RL-REFUSED
               DISPLAY "DECEAS01: LOCK " RL-LOCK-NAME
                   " HELD BY " RL-HOLDER-JOB
                   " SINCE " RL-HOLDER-TIME " - NOT STARTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-ESTATE-FILE.
      *    An estate left out of the table would be lost when the
      *    file is written back, and a notice for it taken as new;
      *    nothing is applied until every estate fits.
           IF WS-ESTATE-TABLE-FULL
               DISPLAY "DECEAS01: ESTATE TABLE FULL - NOTHING APPLIED"
               MOVE 0 TO AT-RECORD-COUNT
               SET AT-MODE-TRAILER TO TRUE
               CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST
               SET RL-ACTION-RELEASE TO TRUE
               CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT BEREAVEMENT-REJECT-FILE.
           OPEN OUTPUT BEREAVEMENT-LOG-FILE.
           OPEN OUTPUT EXECUTOR-LETTER-FILE.

           PERFORM LOAD-AND-EDIT-TXNS.
           IF WS-NOTICE-COUNT > 0
               PERFORM APPLY-NOTICES-TO-MASTER
               PERFORM REJECT-UNMATCHED-NOTICES
           END-IF.
           IF WS-NOTICES-APPLIED > 0
               PERFORM STOP-STANDING-ORDERS
               PERFORM COPY-ORDERS-BACK
           END-IF.
           IF WS-APPROVALS-APPLIED > 0
               PERFORM REQUEST-ESTATE-CLOSURES
           END-IF.
           IF WS-NOTICES-APPLIED > 0 OR WS-APPROVALS-APPLIED > 0
               PERFORM WRITE-EXECUTOR-LETTERS
               PERFORM REWRITE-ESTATE-FILE
           END-IF.

           CLOSE BEREAVEMENT-REJECT-FILE.
           CLOSE BEREAVEMENT-LOG-FILE.
           CLOSE EXECUTOR-LETTER-FILE.

           DISPLAY "DECEAS01: TXNS READ=" WS-TXNS-READ
               " NOTICES=" WS-NOTICES-APPLIED
               " APPROVALS=" WS-APPROVALS-APPLIED
               " REJECTED=" WS-TXNS-REJECTED.
           DISPLAY "DECEAS01: NOT FROZEN=" WS-NOT-FROZEN
               " ORDERS STOPPED=" WS-ORDERS-STOPPED
               " CLOSURES REQUESTED=" WS-CLOSURES-REQUESTED
               " LOANS LEFT OPEN=" WS-LOANS-LEFT-OPEN
               " LETTERS=" WS-LETTERS-WRITTEN.

           MOVE WS-TXNS-READ TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           SET RL-ACTION-RELEASE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           GOBACK.

      ***************************************************************
      *  The estate file is small and is held whole; a site with no
      *  estate file yet starts from an empty one.
      ***************************************************************
       LOAD-ESTATE-FILE.
           OPEN INPUT ESTATE-FILE.
           IF WS-ESTATE-FILE-STATUS = "00"
               PERFORM UNTIL WS-ESTATE-FILE-STATUS = "10"
                   READ ESTATE-FILE
                       AT END
                           MOVE "10" TO WS-ESTATE-FILE-STATUS
                       NOT AT END
                           PERFORM ADD-ESTATE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ESTATE-FILE
           END-IF.

       ADD-ESTATE-ENTRY.
           IF WS-ESTATE-COUNT = 1000
               IF NOT WS-ESTATE-TABLE-FULL
                   MOVE "Y" TO WS-ESTATE-FULL-SWITCH
                   MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
                   MOVE "DECEAS01" TO ER-JOB-STEP
                   MOVE "ESTT" TO ER-ERROR-CODE
                   MOVE "ESTATE TABLE FULL - NOTHING APPLIED"
                       TO ER-ERROR-TEXT
                   CALL "EXCPLOG01" USING WS-ERROR-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-ESTATE-COUNT
               SET ES-IDX TO WS-ESTATE-COUNT
               MOVE WS-ESTATE-RECORD TO WS-EST-DETAIL (ES-IDX)
               MOVE SPACE TO WS-EST-TONIGHT (ES-IDX)
           END-IF.

      ***************************************************************
      *  Edits: customer number numeric and check-digit valid; a
      *  notice needs a real date of death no later than tonight
      *  and an executor with a name, an address and a numeric zip,
      *  and must not repeat an estate already on file; an approval
      *  names who approved it and needs an estate on file that is
      *  not yet approved.  An approval takes effect on the estate
      *  entry here - it needs nothing from the customer master.
      ***************************************************************
       LOAD-AND-EDIT-TXNS.
           OPEN INPUT BEREAVEMENT-TXN-FILE.
           IF WS-TXN-FILE-STATUS = "00"
               PERFORM UNTIL WS-TXN-FILE-STATUS = "10"
                   READ BEREAVEMENT-TXN-FILE
                       AT END
                           MOVE "10" TO WS-TXN-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-TXNS-READ
                           PERFORM EDIT-ONE-TXN
                   END-READ
               END-PERFORM
               CLOSE BEREAVEMENT-TXN-FILE
           END-IF.

       EDIT-ONE-TXN.
           MOVE SPACES TO WS-REJECT-REASON.
           IF BT-CUST-NO NUMERIC
               MOVE BT-CUST-NO TO CD-CUST-NO
               SET CD-ACTION-VALIDATE TO TRUE
               CALL "CHKDGT01" USING WS-CHECK-DIGIT-REQUEST
           END-IF.
           EVALUATE TRUE
               WHEN NOT BT-NOTIFICATION AND NOT BT-ESTATE-APPROVAL
                   MOVE "TYPE" TO WS-REJECT-REASON
               WHEN BT-CUST-NO NOT NUMERIC
                   MOVE "CUST" TO WS-REJECT-REASON
               WHEN CD-NUMBER-INVALID
                   MOVE "CKDG" TO WS-REJECT-REASON
               WHEN BT-NOTIFICATION
                   PERFORM EDIT-ONE-NOTICE
               WHEN OTHER
                   PERFORM EDIT-ONE-APPROVAL
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE SPACES TO BEREAVEMENT-REJECT-REC
               STRING WS-REJECT-REASON " " BEREAVEMENT-TXN-REC
                   DELIMITED BY SIZE INTO BEREAVEMENT-REJECT-REC
               PERFORM WRITE-BEREAVEMENT-REJECT
           END-IF.

       EDIT-ONE-NOTICE.
           MOVE BT-DATE-OF-DEATH TO WS-EDIT-DATE.
           PERFORM EDIT-JULIAN-DATE.
           PERFORM FIND-ESTATE-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING NT-IDX FROM 1 BY 1
                   UNTIL NT-IDX > WS-NOTICE-COUNT
               IF WS-NTC-CUST-NO (NT-IDX) = BT-CUST-NO
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT WS-EDIT-DATE-OK
                   MOVE "DATE" TO WS-REJECT-REASON
               WHEN WS-EDIT-DATE > WS-RUN-CCYYDDD
                   MOVE "DATE" TO WS-REJECT-REASON
               WHEN BT-EXECUTOR-NAME = SPACES
                   MOVE "EXEC" TO WS-REJECT-REASON
               WHEN BT-EXECUTOR-ADDRESS = SPACES
                       OR BT-EXECUTOR-ZIP NOT NUMERIC
                   MOVE "EXAD" TO WS-REJECT-REASON
               WHEN ES-IDX NOT > WS-ESTATE-COUNT
                   MOVE "DUPL" TO WS-REJECT-REASON
               WHEN WS-WAS-FOUND
                   MOVE "DUPL" TO WS-REJECT-REASON
               WHEN WS-NOTICE-COUNT = 500
                   MOVE "FULL" TO WS-REJECT-REASON
               WHEN WS-ESTATE-COUNT + WS-NOTICE-COUNT NOT < 1000
                   MOVE "FULL" TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-NOTICE-COUNT
                   SET NT-IDX TO WS-NOTICE-COUNT
                   MOVE BT-CUST-NO TO WS-NTC-CUST-NO (NT-IDX)
                   MOVE WS-EDIT-DATE TO WS-NTC-DATE-OF-DEATH (NT-IDX)
                   MOVE BT-EXECUTOR-NAME TO WS-NTC-EXEC-NAME (NT-IDX)
                   MOVE BT-EXECUTOR-ADDRESS
                       TO WS-NTC-EXEC-ADDRESS (NT-IDX)
                   MOVE BT-EXECUTOR-ZIP TO WS-NTC-EXEC-ZIP (NT-IDX)
                   MOVE BEREAVEMENT-TXN-REC TO WS-NTC-IMAGE (NT-IDX)
                   MOVE "N" TO WS-NTC-MATCHED (NT-IDX)
           END-EVALUATE.

       EDIT-ONE-APPROVAL.
           PERFORM FIND-ESTATE-ENTRY.
           EVALUATE TRUE
               WHEN BT-APPROVED-BY = SPACES
                   MOVE "APPR" TO WS-REJECT-REASON
               WHEN ES-IDX > WS-ESTATE-COUNT
                   MOVE "NEST" TO WS-REJECT-REASON
               WHEN WS-EST-APPROVED (ES-IDX)
                   MOVE "APPD" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE "A" TO WS-EST-STATE (ES-IDX)
                   MOVE "A" TO WS-EST-TONIGHT (ES-IDX)
                   MOVE WS-RUN-CCYYDDD
                       TO WS-EST-APPROVAL-DATE (ES-IDX)
                   MOVE BT-APPROVED-BY TO WS-EST-APPROVED-BY (ES-IDX)
                   MOVE 0 TO WS-EST-ACCOUNTS-CLOSING (ES-IDX)
                   ADD 1 TO WS-APPROVALS-APPLIED
                   MOVE SPACES TO BEREAVEMENT-LOG-REC
                   STRING WS-RUN-CCYYDDD " " BT-CUST-NO
                           " ESTATE APPROVED BY " BT-APPROVED-BY
                       DELIMITED BY SIZE INTO BEREAVEMENT-LOG-REC
                   WRITE BEREAVEMENT-LOG-REC
           END-EVALUATE.

      *    Leaves ES-IDX on the customer's estate entry, or past the
      *    end of the table when there is none.
       FIND-ESTATE-ENTRY.
           SET ES-IDX TO 1.
           PERFORM UNTIL ES-IDX > WS-ESTATE-COUNT
                   OR WS-EST-CUST-NO (ES-IDX) = BT-CUST-NO
               SET ES-IDX UP BY 1
           END-PERFORM.

       EDIT-JULIAN-DATE.
           MOVE "N" TO WS-EDIT-RESULT.
           IF WS-EDIT-DATE NUMERIC
               IF WS-EDIT-CCYY > "1900"
                       AND WS-EDIT-DDD > "000"
                       AND WS-EDIT-DDD < "367"
                   MOVE "Y" TO WS-EDIT-RESULT
               END-IF
           END-IF.

       WRITE-BEREAVEMENT-REJECT.
           ADD 1 TO WS-TXNS-REJECTED.
           WRITE BEREAVEMENT-REJECT-REC.

      ***************************************************************
      *  One pass over the master in place.  The freeze is asked of
      *  STATRN01 from the status the record carries, exactly as
      *  STSCHG01 asks it; a customer already FROZEN stays as is.
      *  When the matrix will not allow the move the estate is
      *  still recorded - the orders still stop and the executor
      *  still hears - but the customer is reported for the desk
      *  to freeze by hand.
      ***************************************************************
       APPLY-NOTICES-TO-MASTER.
           OPEN I-O CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           PERFORM APPLY-TO-ONE-MASTER-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CUSTOMER-MASTER-FILE.

       APPLY-TO-ONE-MASTER-RECORD.
           PERFORM VARYING NT-IDX FROM 1 BY 1
                   UNTIL NT-IDX > WS-NOTICE-COUNT
               IF WS-NTC-MATCHED (NT-IDX) = "N"
                       AND WS-NTC-CUST-NO (NT-IDX) = CN-CUST-NO
                   PERFORM APPLY-ONE-NOTICE
               END-IF
           END-PERFORM.

       APPLY-ONE-NOTICE.
           MOVE "Y" TO WS-NTC-MATCHED (NT-IDX).
           IF NOT CN-STATUS-FROZEN
               MOVE CN-CUST-STATUS TO ST-FROM-STATUS
               MOVE "FROZEN" TO ST-TO-STATUS
               MOVE "DECEAS01" TO ST-SOURCE-PROGRAM
               CALL "STATRN01" USING WS-STATUS-TRANSITION-REQUEST
               IF ST-TRANSITION-VALID
                   MOVE SPACES TO BEREAVEMENT-LOG-REC
                   STRING WS-RUN-CCYYDDD " " CN-CUST-NO
                           " STATUS " CN-CUST-STATUS " TO FROZEN"
                       DELIMITED BY SIZE INTO BEREAVEMENT-LOG-REC
                   WRITE BEREAVEMENT-LOG-REC
                   MOVE "FROZEN" TO CN-CUST-STATUS
                   PERFORM REWRITE-MASTER-RECORD
               ELSE
                   PERFORM REPORT-NOT-FROZEN
               END-IF
           END-IF.
           ADD 1 TO WS-ESTATE-COUNT.
           SET ES-IDX TO WS-ESTATE-COUNT.
           MOVE SPACES TO WS-EST-DETAIL (ES-IDX).
           MOVE CN-CUST-NO TO WS-EST-CUST-NO (ES-IDX).
           MOVE CN-CUST-NAME TO WS-EST-CUST-NAME (ES-IDX).
           MOVE WS-RUN-CCYYDDD TO WS-EST-NOTICE-DATE (ES-IDX).
           MOVE WS-NTC-DATE-OF-DEATH (NT-IDX)
               TO WS-EST-DATE-OF-DEATH (ES-IDX).
           MOVE WS-NTC-EXEC-NAME (NT-IDX)
               TO WS-EST-EXEC-NAME (ES-IDX).
           MOVE WS-NTC-EXEC-ADDRESS (NT-IDX)
               TO WS-EST-EXEC-ADDRESS (ES-IDX).
           MOVE WS-NTC-EXEC-ZIP (NT-IDX)
               TO WS-EST-EXEC-ZIP (ES-IDX).
           MOVE "N" TO WS-EST-STATE (ES-IDX).
           MOVE 0 TO WS-EST-APPROVAL-DATE (ES-IDX).
           MOVE SPACES TO WS-EST-APPROVED-BY (ES-IDX).
           MOVE 0 TO WS-EST-ORDERS-STOPPED (ES-IDX).
           MOVE 0 TO WS-EST-ACCOUNTS-CLOSING (ES-IDX).
           MOVE "N" TO WS-EST-TONIGHT (ES-IDX).
           ADD 1 TO WS-NOTICES-APPLIED.
           MOVE SPACES TO BEREAVEMENT-LOG-REC.
           STRING WS-RUN-CCYYDDD " " CN-CUST-NO
                   " DECEASED " WS-NTC-DATE-OF-DEATH (NT-IDX)
                   " EXECUTOR " WS-NTC-EXEC-NAME (NT-IDX)
               DELIMITED BY SIZE INTO BEREAVEMENT-LOG-REC.
           WRITE BEREAVEMENT-LOG-REC.

       REPORT-NOT-FROZEN.
           ADD 1 TO WS-NOT-FROZEN.
           MOVE SPACES TO BEREAVEMENT-LOG-REC.
           STRING WS-RUN-CCYYDDD " " CN-CUST-NO
                   " STATUS " CN-CUST-STATUS
                   " CANNOT MOVE TO FROZEN - FREEZE BY HAND"
               DELIMITED BY SIZE INTO BEREAVEMENT-LOG-REC.
           WRITE BEREAVEMENT-LOG-REC.
           MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE.
           MOVE "DECEAS01" TO ER-JOB-STEP.
           MOVE "DECF" TO ER-ERROR-CODE.
           MOVE SPACES TO ER-ERROR-TEXT.
           STRING "DECEASED NOT FROZEN " CN-CUST-NO
               DELIMITED BY SIZE INTO ER-ERROR-TEXT.
           CALL "EXCPLOG01" USING WS-ERROR-RECORD.

       REWRITE-MASTER-RECORD.
           REWRITE WS-CUSTOMER-RECORD-NEW.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "DECEAS01: REWRITE FAILED FOR " CN-CUST-NO
                   " STATUS=" WS-MASTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       REJECT-UNMATCHED-NOTICES.
           PERFORM VARYING NT-IDX FROM 1 BY 1
                   UNTIL NT-IDX > WS-NOTICE-COUNT
               IF WS-NTC-MATCHED (NT-IDX) = "N"
                   MOVE SPACES TO BEREAVEMENT-REJECT-REC
                   STRING "NFND " WS-NTC-IMAGE (NT-IDX)
                       DELIMITED BY SIZE INTO BEREAVEMENT-REJECT-REC
                   PERFORM WRITE-BEREAVEMENT-REJECT
               END-IF
           END-PERFORM.

      ***************************************************************
      *  A standing order of a customer notified tonight that would
      *  still run after the date of death is kept on file for the
      *  record but end-dated on that date, so STORD01 counts it
      *  expired from the next day on.  An order already ended on
      *  or before the death is left alone.
      ***************************************************************
       STOP-STANDING-ORDERS.
           OPEN INPUT ORDER-IN.
           OPEN OUTPUT ORDER-OUT.
           IF WS-ORDER-IN-STATUS = "00"
               PERFORM UNTIL WS-ORDER-IN-STATUS = "10"
                   READ ORDER-IN
                       AT END
                           MOVE "10" TO WS-ORDER-IN-STATUS
                       NOT AT END
                           PERFORM JUDGE-ONE-ORDER
                           WRITE ORDER-OUT-REC FROM ORDER-IN-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ORDER-IN.
           CLOSE ORDER-OUT.

       JUDGE-ONE-ORDER.
           MOVE "N" TO WS-ORDER-STOPPED.
           PERFORM VARYING ES-IDX FROM 1 BY 1
                   UNTIL ES-IDX > WS-ESTATE-COUNT
                       OR WS-ORDER-WAS-STOPPED
               IF WS-EST-NOTIFIED-TONIGHT (ES-IDX)
                       AND WS-EST-CUST-NO (ES-IDX) = SO-CUST-NO
                       AND (SO-END-DATE = 0
                           OR SO-END-DATE
                               > WS-EST-DATE-OF-DEATH (ES-IDX))
                   MOVE "Y" TO WS-ORDER-STOPPED
                   PERFORM STOP-ONE-ORDER
               END-IF
           END-PERFORM.

       STOP-ONE-ORDER.
           MOVE WS-EST-DATE-OF-DEATH (ES-IDX) TO SO-END-DATE.
           ADD 1 TO WS-EST-ORDERS-STOPPED (ES-IDX).
           ADD 1 TO WS-ORDERS-STOPPED.
           MOVE SPACES TO BEREAVEMENT-LOG-REC.
           STRING WS-RUN-CCYYDDD " " SO-CUST-NO
                   " STANDING ORDER STOPPED " ORDER-IN-REC
               DELIMITED BY SIZE INTO BEREAVEMENT-LOG-REC.
           WRITE BEREAVEMENT-LOG-REC.

       COPY-ORDERS-BACK.
           OPEN INPUT ORDER-COPY-IN.
           OPEN OUTPUT ORDER-REWRITE.
           IF WS-ORDER-CI-STATUS = "00"
               PERFORM UNTIL WS-ORDER-CI-STATUS = "10"
                   READ ORDER-COPY-IN
                       AT END
                           MOVE "10" TO WS-ORDER-CI-STATUS
                       NOT AT END
                           WRITE ORDER-REWRITE-REC
                               FROM ORDER-COPY-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ORDER-COPY-IN.
           CLOSE ORDER-REWRITE.

      ***************************************************************
      *  Every open deposit account of an estate approved tonight
      *  is requested closed with the estate payout; ACCCLS01,
      *  which runs after this step, settles it to the executor.
      *  A loan is never closed by a closure request, so it stays
      *  open for collections and is named on the log.
      ***************************************************************
       REQUEST-ESTATE-CLOSURES.
           OPEN EXTEND CLOSE-REQUEST-FILE.
           IF WS-REQUEST-FILE-STATUS NOT = "00"
               OPEN OUTPUT CLOSE-REQUEST-FILE
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
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
           CLOSE CLOSE-REQUEST-FILE.

       JUDGE-ONE-ACCOUNT.
           IF AM-ACCOUNT-OPEN
               PERFORM VARYING ES-IDX FROM 1 BY 1
                       UNTIL ES-IDX > WS-ESTATE-COUNT
                   IF WS-EST-APPROVED-TONIGHT (ES-IDX)
                           AND WS-EST-CUST-NO (ES-IDX) = AM-CUST-NO
                       PERFORM REQUEST-ONE-CLOSURE
                   END-IF
               END-PERFORM
           END-IF.

       REQUEST-ONE-CLOSURE.
           MOVE SPACES TO BEREAVEMENT-LOG-REC.
           IF AM-LOAN-ACCOUNT
               ADD 1 TO WS-LOANS-LEFT-OPEN
               STRING WS-RUN-CCYYDDD " " AM-CUST-NO
                       " LOAN " AM-ACCT-NO
                       " LEFT OPEN FOR COLLECTIONS"
                   DELIMITED BY SIZE INTO BEREAVEMENT-LOG-REC
           ELSE
               MOVE AM-ACCT-NO TO CQ-ACCT-NO
               MOVE AM-CUST-NO TO CQ-CUST-NO
               MOVE "E" TO CQ-PAYOUT-METHOD
               MOVE SPACES TO CQ-TRANSFER-ACCT
               WRITE CLOSE-REQUEST-REC
               ADD 1 TO WS-EST-ACCOUNTS-CLOSING (ES-IDX)
               ADD 1 TO WS-CLOSURES-REQUESTED
               STRING WS-RUN-CCYYDDD " " AM-CUST-NO
                       " ESTATE CLOSURE REQUESTED " AM-ACCT-NO
                   DELIMITED BY SIZE INTO BEREAVEMENT-LOG-REC
           END-IF.
           WRITE BEREAVEMENT-LOG-REC.

      ***************************************************************
      *  One letter per estate that moved tonight, addressed to the
      *  executor: the acknowledgement of the notice, or the notice
      *  that the approved estate's accounts are closing.  Each one
      *  is logged on the correspondence history under the
      *  deceased customer's number.
      ***************************************************************
       WRITE-EXECUTOR-LETTERS.
           PERFORM VARYING ES-IDX FROM 1 BY 1
                   UNTIL ES-IDX > WS-ESTATE-COUNT
               IF WS-EST-NOTIFIED-TONIGHT (ES-IDX)
                       OR WS-EST-APPROVED-TONIGHT (ES-IDX)
                   PERFORM WRITE-ONE-EXECUTOR-LETTER
               END-IF
           END-PERFORM.

       WRITE-ONE-EXECUTOR-LETTER.
           ADD 1 TO WS-LETTERS-WRITTEN.
           MOVE SPACES TO EXECUTOR-LETTER-REC.
           STRING "ESTATE OF " WS-EST-CUST-NO (ES-IDX)
                   " " WS-EST-CUST-NAME (ES-IDX)
                   "  " WS-RUN-CCYYDDD
               DELIMITED BY SIZE INTO EXECUTOR-LETTER-REC.
           WRITE EXECUTOR-LETTER-REC.
           MOVE SPACES TO EXECUTOR-LETTER-REC.
           STRING "  " WS-EST-EXEC-NAME (ES-IDX) " - EXECUTOR"
               DELIMITED BY SIZE INTO EXECUTOR-LETTER-REC.
           WRITE EXECUTOR-LETTER-REC.
           MOVE WS-EST-EXEC-ADDRESS (ES-IDX) (1:30)  TO AF-LINE-1.
           MOVE WS-EST-EXEC-ADDRESS (ES-IDX) (31:10) TO AF-LINE-2.
           MOVE WS-EST-EXEC-ZIP (ES-IDX)             TO WS-ZIP-DISPLAY.
           MOVE WS-ZIP-DISPLAY     TO AF-LINE-3.
           MOVE "|"                TO AF-DELIMITER.
           CALL "ADDRFMT01" USING WS-ADDR-FORMAT-REQUEST.
           MOVE SPACES TO EXECUTOR-LETTER-REC.
           STRING "  " AF-FORMATTED-LINE
               DELIMITED BY SIZE INTO EXECUTOR-LETTER-REC.
           WRITE EXECUTOR-LETTER-REC.

           IF WS-EST-NOTIFIED-TONIGHT (ES-IDX)
               PERFORM WRITE-NOTICE-LETTER-BODY
               MOVE "BEREAVED" TO CO-CORR-TYPE
           ELSE
               PERFORM WRITE-APPROVAL-LETTER-BODY
               MOVE "ESTAPPRV" TO CO-CORR-TYPE
           END-IF.
           MOVE SPACES TO EXECUTOR-LETTER-REC.
           WRITE EXECUTOR-LETTER-REC.

           MOVE WS-EST-CUST-NO (ES-IDX) TO CO-CUST-NO.
           MOVE WS-RUN-CCYYDDD TO CO-RUN-DATE.
           MOVE "X" TO CO-CHANNEL.
           CALL "CORRLOG01" USING WS-CORRESPONDENCE-LOG-REQUEST.

       WRITE-NOTICE-LETTER-BODY.
           MOVE SPACES TO EXECUTOR-LETTER-REC.
           STRING "  WE HAVE RECORDED THE DEATH OF "
                   WS-EST-CUST-NAME (ES-IDX)
                   " ON " WS-EST-DATE-OF-DEATH (ES-IDX) "."
               DELIMITED BY SIZE INTO EXECUTOR-LETTER-REC.
           WRITE EXECUTOR-LETTER-REC.
           MOVE WS-EST-ORDERS-STOPPED (ES-IDX) TO WS-COUNT-DISPLAY.
           MOVE SPACES TO EXECUTOR-LETTER-REC.
           STRING "  THE ACCOUNTS ARE FROZEN.  STANDING ORDERS STOPPED"
                   " AFTER THAT DAY: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO EXECUTOR-LETTER-REC.
           WRITE EXECUTOR-LETTER-REC.
           MOVE SPACES TO EXECUTOR-LETTER-REC.
           STRING "  STATEMENTS WILL NOW BE SENT TO YOU AS EXECUTOR."
               DELIMITED BY SIZE INTO EXECUTOR-LETTER-REC.
           WRITE EXECUTOR-LETTER-REC.

       WRITE-APPROVAL-LETTER-BODY.
           MOVE SPACES TO EXECUTOR-LETTER-REC.
           STRING "  THE ESTATE PAPERWORK WAS APPROVED ON "
                   WS-EST-APPROVAL-DATE (ES-IDX) "."
               DELIMITED BY SIZE INTO EXECUTOR-LETTER-REC.
           WRITE EXECUTOR-LETTER-REC.
           MOVE WS-EST-ACCOUNTS-CLOSING (ES-IDX) TO WS-COUNT-DISPLAY.
           MOVE SPACES TO EXECUTOR-LETTER-REC.
           STRING "  ACCOUNTS NOW CLOSING: " WS-COUNT-DISPLAY
                   ".  THE BALANCES WILL BE PAID TO YOU BY CHEQUE."
               DELIMITED BY SIZE INTO EXECUTOR-LETTER-REC.
           WRITE EXECUTOR-LETTER-REC.

       REWRITE-ESTATE-FILE.
           OPEN OUTPUT ESTATE-FILE.
           PERFORM VARYING ES-IDX FROM 1 BY 1
                   UNTIL ES-IDX > WS-ESTATE-COUNT
               MOVE WS-EST-DETAIL (ES-IDX) TO WS-ESTATE-RECORD
               WRITE WS-ESTATE-RECORD
           END-PERFORM.
           CLOSE ESTATE-FILE.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "DECEAS01" TO LC-PROGRAM-NAME.
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
       END PROGRAM DECEAS01.
