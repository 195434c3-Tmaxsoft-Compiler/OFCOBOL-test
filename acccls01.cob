       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCCLS01.
      ***************************************************************
      *  ACCCLS01 - account closure settlement.  The CLOSED status
      *  STATRN01 knows about never settled any money; this step
      *  does.  Each closure request names the account, its owning
      *  customer, and how the customer wants the money (C cheque
      *  to the address on file, T transfer to another account).
      *  For every good request the account is settled in place:
      *
      *    - interest accrues from the start of the month to the
      *      closure date at the rate INTTIR01 tiers the balance
      *      to (INTACC01's rule), net of backup withholding, on
      *      the interest journal under a CLSD= line;
      *    - the FEEASS01 fee-schedule rows that would have hit the
      *      account at month end are prorated to the closure date
      *      (ACTIVE customers only, waivers honoured) and go to
      *      the closure journal as CLOSEFEE;
      *    - the net balance goes to the closure payout file and
      *      the closure journal as CLOSEPAY, the account is left
      *      at zero with AM-CLOSED-DATE stamped, and CN-BALANCE
      *      gives up the closed account's share;
      *    - the account's standing orders are end-dated and its
      *      warehoused future-dated items are withdrawn, so
      *      nothing tries to post to it again;
      *    - a final-statement request goes to STMT01, which
      *      prints the customer's statement tonight outside the
      *      CN-CYCLE-CODE cycle so the closing balance is on paper.
      *
      *  A loan is never closed here - it closes when POSTAP01
      *  applies the payment that clears it - so a closure request
      *  for a loan account is rejected.
      *
      *  Method E is the estate payout DECEAS01 requests once a
      *  deceased customer's estate paperwork is approved: the
      *  cheque is drawn to the executor at the executor's address
      *  from the estate file, the customer's FROZEN status does
      *  not stop it, and each payout is logged on the
      *  correspondence history on the executor channel.  An E
      *  request for a customer with no approved estate on file is
      *  rejected.
      *
      *  Request layout:
      *    cols  1-10 account number
      *    cols 11-19 owning customer number
      *    col  20    payout method C / T / E
      *    cols 21-30 transfer-to account (method T)
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-REQUEST-FILE
               ASSIGN TO "data/acct_close_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO "data/fee_schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.
           SELECT INTEREST-JOURNAL-FILE
               ASSIGN TO "data/interest_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT WITHHOLDING-JOURNAL-FILE
               ASSIGN TO "data/withholding_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WITHHOLD-FILE-STATUS.
           SELECT CLOSURE-JOURNAL-FILE
               ASSIGN TO "data/closure_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSURE-FILE-STATUS.
           SELECT PAYOUT-FILE
               ASSIGN TO "data/closure_payouts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYOUT-FILE-STATUS.
           SELECT FINAL-STMT-FILE
               ASSIGN TO "data/final_stmt_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINAL-FILE-STATUS.
           SELECT ESTATE-FILE
               ASSIGN TO "data/estate_file.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-FILE-STATUS.
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
           SELECT WAREHOUSE-IN
               ASSIGN TO "data/txn_warehouse.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-IN-STATUS.
           SELECT WAREHOUSE-OUT
               ASSIGN TO "data/txn_warehouse_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-OUT-STATUS.
           SELECT WAREHOUSE-REWRITE
               ASSIGN TO "data/txn_warehouse.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-RW-STATUS.
           SELECT WAREHOUSE-COPY-IN
               ASSIGN TO "data/txn_warehouse_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-CI-STATUS.
           SELECT CLOSE-LOG-FILE
               ASSIGN TO "data/acct_close_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT CLOSE-REJECT-FILE
               ASSIGN TO "data/acct_close_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-REQUEST-FILE.
       01  CLOSE-REQUEST-REC.
           02 CQ-ACCT-NO                 PIC X(10).
           02 CQ-CUST-NO                 PIC X(9).
           02 CQ-PAYOUT-METHOD           PIC X(1).
           02 CQ-TRANSFER-ACCT           PIC X(10).

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  FEE-SCHEDULE-FILE.
       01  FEE-SCHEDULE-REC.
           02 FS-FEE-CODE                PIC X(4).
           02 FS-METHOD                  PIC X(1).
           02 FS-FLAT-AMOUNT             PIC 9(5)V99.
           02 FS-PERCENT-RATE            PIC 9V9(4).
           02 FS-TIER-LOW                PIC 9(9).
           02 FS-TIER-HIGH               PIC 9(9).
           02 FS-WAIVE-MIN               PIC 9(9).

       FD  INTEREST-JOURNAL-FILE.
       01  INTEREST-JOURNAL-REC          PIC X(90).

       FD  WITHHOLDING-JOURNAL-FILE.
       01  WITHHOLDING-JOURNAL-REC       PIC X(90).

       FD  CLOSURE-JOURNAL-FILE.
       01  CLOSURE-JOURNAL-REC           PIC X(80).

       FD  PAYOUT-FILE.
       COPY WSCLSPAY.

       FD  ESTATE-FILE.
       COPY WSESTATE.

       FD  FINAL-STMT-FILE.
       01  FINAL-STMT-REC.
           02 FR-CUST-NO                 PIC 9(9).
           02 FR-ACCT-NO                 PIC 9(10).
           02 FR-REQUEST-DATE            PIC 9(7).

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

       FD  WAREHOUSE-IN.
       01  WAREHOUSE-IN-REC              PIC X(76).

       FD  WAREHOUSE-OUT.
       01  WAREHOUSE-OUT-REC             PIC X(76).

       FD  WAREHOUSE-REWRITE.
       01  WAREHOUSE-REWRITE-REC         PIC X(76).

       FD  WAREHOUSE-COPY-IN.
       01  WAREHOUSE-COPY-REC            PIC X(76).

       FD  CLOSE-LOG-FILE.
       01  CLOSE-LOG-REC                 PIC X(120).

       FD  CLOSE-REJECT-FILE.
       01  CLOSE-REJECT-REC              PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-REQUEST-FILE-STATUS         PIC XX.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-SCHEDULE-FILE-STATUS        PIC XX.
       01 WS-JOURNAL-FILE-STATUS         PIC XX.
       01 WS-WITHHOLD-FILE-STATUS        PIC XX.
       01 WS-CLOSURE-FILE-STATUS         PIC XX.
       01 WS-PAYOUT-FILE-STATUS          PIC XX.
       01 WS-FINAL-FILE-STATUS           PIC XX.
       01 WS-ESTATE-FILE-STATUS          PIC XX.
       01 WS-ORDER-IN-STATUS             PIC XX.
       01 WS-ORDER-OUT-STATUS            PIC XX.
       01 WS-ORDER-RW-STATUS             PIC XX.
       01 WS-ORDER-CI-STATUS             PIC XX.
       01 WS-WAREHOUSE-IN-STATUS         PIC XX.
       01 WS-WAREHOUSE-OUT-STATUS        PIC XX.
       01 WS-WAREHOUSE-RW-STATUS         PIC XX.
       01 WS-WAREHOUSE-CI-STATUS         PIC XX.
       01 WS-LOG-FILE-STATUS             PIC XX.
       01 WS-REJECT-FILE-STATUS          PIC XX.
      ***************************************************************
      *  One entry per closure request, carried through every pass:
      *  the customer pass fills in the payee and tax details, the
      *  account pass settles or rejects, and the later passes act
      *  only on the settled entries.
      ***************************************************************
       01 WS-CLOSE-TABLE.
           05 WS-CLOSE-COUNT             PIC 9(3) VALUE 0.
           05 WS-CLOSE-ENTRY OCCURS 200 TIMES INDEXED BY CL-IDX.
               10 WS-CL-ACCT-NO          PIC 9(10).
               10 WS-CL-CUST-NO          PIC 9(9).
               10 WS-CL-METHOD           PIC X(1).
               10 WS-CL-TRANSFER-ACCT    PIC X(10).
               10 WS-CL-STATE            PIC X(1).
                   88 WS-CL-PENDING      VALUE "P".
                   88 WS-CL-SETTLED      VALUE "S".
                   88 WS-CL-REJECTED     VALUE "R".
               10 WS-CL-CUST-FOUND       PIC X(1).
                   88 WS-CL-CUST-ON-FILE VALUE "Y".
               10 WS-CL-ESTATE-FOUND     PIC X(1).
                   88 WS-CL-ESTATE-ON-FILE VALUE "Y".
               10 WS-CL-CUST-STATUS      PIC X(10).
               10 WS-CL-TAX-STATUS       PIC X(1).
               10 WS-CL-WITHHOLD-RATE    PIC 9V9(4).
               10 WS-CL-NAME             PIC X(20).
               10 WS-CL-ADDRESS          PIC X(40).
               10 WS-CL-ZIP              PIC 9(9).
               10 WS-CL-OLD-BALANCE      PIC S9(9)V99.
       01 WS-FEE-TABLE.
           05 WS-FEE-COUNT               PIC 9(2) VALUE 0.
           05 WS-FEE-ENTRY OCCURS 20 TIMES INDEXED BY FE-IDX.
               10 WS-FEE-CODE            PIC X(4).
               10 WS-FEE-METHOD          PIC X(1).
                   88 WS-FEE-IS-PERCENT  VALUE "P".
               10 WS-FEE-FLAT-AMOUNT     PIC 9(5)V99.
               10 WS-FEE-PERCENT-RATE    PIC 9V9(4).
               10 WS-FEE-TIER-LOW        PIC 9(9).
               10 WS-FEE-TIER-HIGH       PIC 9(9).
               10 WS-FEE-WAIVE-MIN       PIC 9(9).
      ***************************************************************
      *  Closing interest and fees run for the days of the month
      *  already behind the closure, capped at the thirty-day month
      *  the month-end accrual and fee runs work to.
      ***************************************************************
       01 WS-RUN-GREGORIAN               PIC 9(8).
       01 WS-RUN-GREGORIAN-R REDEFINES WS-RUN-GREGORIAN.
           05 WS-RUN-G-YEAR              PIC 9(4).
           05 WS-RUN-G-MONTH             PIC 9(2).
           05 WS-RUN-G-DAY               PIC 9(2).
       01 WS-DAYS-ACCRUED                PIC 9(2).
       01 WS-DAY-BEFORE-CLOSURE          PIC 9(7).
       01 WS-REQUEST-MATCHED             PIC X(1).
           88 WS-REQUEST-IS-MATCHED      VALUE "Y".
       01 WS-REJECT-REASON               PIC X(4).
       01 WS-REJECT-IMAGE                PIC X(30).
       01 WS-GROSS-INTEREST              PIC S9(7)V99.
       01 WS-WITHHELD-AMOUNT             PIC S9(7)V99.
       01 WS-CLOSING-INTEREST            PIC S9(7)V99.
       01 WS-FEE-AMOUNT                  PIC S9(7)V99.
       01 WS-CLOSING-FEES                PIC S9(7)V99.
       01 WS-AVAILABLE-AMOUNT            PIC S9(9)V99.
       01 WS-PAYOUT-AMOUNT               PIC S9(9)V99.
       01 WS-JOURNAL-AMOUNT              PIC S9(9)V99.
       01 WS-JOURNAL-TAG                 PIC X(8).
       01 WS-JOURNAL-FEE-CODE            PIC X(4).
       01 WS-DEFAULT-ACCT                PIC 9(10).
       01 WS-ITEM-ACCT                   PIC 9(10).
       01 WS-ITEM-BELONGS                PIC X(1).
           88 WS-ITEM-IS-CLOSED-ACCT     VALUE "Y".
       01 WS-INTEREST-DISPLAY            PIC +9(7).99.
       01 WS-WITHHELD-DISPLAY            PIC +9(7).99.
       01 WS-RATE-DISPLAY                PIC 9.9(4).
       01 WS-AMOUNT-DISPLAY              PIC +9(9).99.
       01 WS-REQUESTS-READ               PIC 9(5) VALUE 0.
       01 WS-ACCOUNTS-CLOSED             PIC 9(5) VALUE 0.
       01 WS-REQUESTS-REJECTED           PIC 9(5) VALUE 0.
       01 WS-ORDERS-CANCELLED            PIC 9(5) VALUE 0.
       01 WS-ITEMS-WITHDRAWN             PIC 9(5) VALUE 0.
       01 WS-TOTAL-INTEREST              PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-FEES                  PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-PAYOUT                PIC 9(11)V99 VALUE 0.
       COPY WSINTTIR.
       COPY WSCHKDGT.
       COPY WSLGLHLD.
       COPY WSCHNSL.
       COPY WSRUNLCK.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSCTLTOT.
       COPY WSCORRLG.

       PROCEDURE DIVISION.
       ACCCLS01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "ACCCLS01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "ACCCLS01" TO RL-JOB-NAME.
           MOVE "MASTERS" TO RL-LOCK-NAME.
           MOVE WS-RUN-CCYYDDD TO RL-RUN-DATE.
           SET RL-ACTION-ACQUIRE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           IF RL-REFUSED
               DISPLAY "ACCCLS01: LOCK " RL-LOCK-NAME
                   " HELD BY " RL-HOLDER-JOB
                   " SINCE " RL-HOLDER-TIME " - NOT STARTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           COMPUTE WS-RUN-GREGORIAN = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD)).
           MOVE WS-RUN-G-DAY TO WS-DAYS-ACCRUED.
           IF WS-DAYS-ACCRUED > 30
               MOVE 30 TO WS-DAYS-ACCRUED
           END-IF.
           COMPUTE WS-DAY-BEFORE-CLOSURE = FUNCTION DAY-OF-INTEGER
               (FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD) - 1).

           OPEN OUTPUT CLOSE-LOG-FILE.
           OPEN OUTPUT CLOSE-REJECT-FILE.
           MOVE SPACES TO CLOSE-LOG-REC.
           STRING "ACCOUNT CLOSURES  DATE " WS-RUN-CCYYDDD
                   "  DAYS ACCRUED " WS-DAYS-ACCRUED
               DELIMITED BY SIZE INTO CLOSE-LOG-REC.
           WRITE CLOSE-LOG-REC.

           PERFORM LOAD-CLOSE-REQUESTS.
           PERFORM LOAD-FEE-SCHEDULE.
           PERFORM LOOK-UP-CUSTOMERS.
           PERFORM SETTLE-ACCOUNTS.
           IF WS-ACCOUNTS-CLOSED > 0
               PERFORM ROLL-CLOSURES-TO-CUSTOMERS
               PERFORM CANCEL-STANDING-ORDERS
               PERFORM COPY-ORDERS-BACK
               PERFORM WITHDRAW-WAREHOUSED-ITEMS
               PERFORM COPY-WAREHOUSE-BACK
               PERFORM REQUEST-FINAL-STATEMENTS
           END-IF.

           MOVE SPACES TO CLOSE-LOG-REC.
           STRING "CLOSED=" WS-ACCOUNTS-CLOSED
                   " REJECTED=" WS-REQUESTS-REJECTED
                   " ORDERS ENDED=" WS-ORDERS-CANCELLED
                   " ITEMS WITHDRAWN=" WS-ITEMS-WITHDRAWN
               DELIMITED BY SIZE INTO CLOSE-LOG-REC.
           WRITE CLOSE-LOG-REC.
           CLOSE CLOSE-LOG-FILE.
           CLOSE CLOSE-REJECT-FILE.

           MOVE WS-RUN-CCYYDDD TO CT-RUN-DATE.
           MOVE "ACCCLS01" TO CT-STEP-NAME.
           SET CT-ROLE-PRODUCER TO TRUE.
           MOVE "data/closure_payouts.dat" TO CT-FILE-NAME.
           MOVE WS-ACCOUNTS-CLOSED TO CT-RECORD-COUNT.
           MOVE WS-TOTAL-PAYOUT TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

           DISPLAY "ACCCLS01: REQUESTS READ=" WS-REQUESTS-READ.
           DISPLAY "ACCCLS01: ACCOUNTS CLOSED=" WS-ACCOUNTS-CLOSED
               " REJECTED=" WS-REQUESTS-REJECTED.
           DISPLAY "ACCCLS01: INTEREST=" WS-TOTAL-INTEREST
               " FEES=" WS-TOTAL-FEES
               " PAID OUT=" WS-TOTAL-PAYOUT.
           DISPLAY "ACCCLS01: STANDING ORDERS ENDED="
               WS-ORDERS-CANCELLED
               " WAREHOUSED ITEMS WITHDRAWN=" WS-ITEMS-WITHDRAWN.

           MOVE WS-REQUESTS-READ TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           SET RL-ACTION-RELEASE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           GOBACK.

      ***************************************************************
      *  Requests that cannot be right on their face - bad numbers,
      *  a bad check digit, an unknown payout method, a transfer
      *  with nowhere to go, the same account twice - and customers
      *  under a legal hold are rejected before any master is read.
      ***************************************************************
       LOAD-CLOSE-REQUESTS.
           OPEN INPUT CLOSE-REQUEST-FILE.
           IF WS-REQUEST-FILE-STATUS = "00"
               PERFORM UNTIL WS-REQUEST-FILE-STATUS = "10"
                   READ CLOSE-REQUEST-FILE
                       AT END
                           MOVE "10" TO WS-REQUEST-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-REQUESTS-READ
                           PERFORM LOAD-ONE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE CLOSE-REQUEST-FILE
           END-IF.

       LOAD-ONE-REQUEST.
           MOVE CLOSE-REQUEST-REC TO WS-REJECT-IMAGE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF CQ-ACCT-NO IS NOT NUMERIC
                   OR CQ-CUST-NO IS NOT NUMERIC
               MOVE "FMT " TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE "V" TO CD-ACTION
               MOVE CQ-CUST-NO TO CD-CUST-NO
               CALL "CHKDGT01" USING WS-CHECK-DIGIT-REQUEST
               IF CD-NUMBER-INVALID
                   MOVE "CKDG" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN CQ-PAYOUT-METHOD = "C"
                       CONTINUE
                   WHEN CQ-PAYOUT-METHOD = "E"
                       CONTINUE
                   WHEN CQ-PAYOUT-METHOD = "T"
                       IF CQ-TRANSFER-ACCT IS NOT NUMERIC
                               OR CQ-TRANSFER-ACCT = CQ-ACCT-NO
                           MOVE "XFER" TO WS-REJECT-REASON
                       END-IF
                   WHEN OTHER
                       MOVE "METH" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM VARYING CL-IDX FROM 1 BY 1
                       UNTIL CL-IDX > WS-CLOSE-COUNT
                   IF WS-CL-ACCT-NO (CL-IDX) =
                           FUNCTION NUMVAL (CQ-ACCT-NO)
                       MOVE "DUPL" TO WS-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE CQ-CUST-NO TO LH-CUST-NO
               MOVE "ACCTCLOS" TO LH-ACTION
               MOVE "ACCCLS01" TO LH-SOURCE-PROGRAM
               CALL "LGLHLD01" USING WS-LEGAL-HOLD-REQUEST
               IF LH-IS-HELD
                   MOVE "HELD" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES AND WS-CLOSE-COUNT = 200
               MOVE "FULL" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-CLOSE-REJECT
           ELSE
               ADD 1 TO WS-CLOSE-COUNT
               SET CL-IDX TO WS-CLOSE-COUNT
               MOVE CQ-ACCT-NO TO WS-CL-ACCT-NO (CL-IDX)
               MOVE CQ-CUST-NO TO WS-CL-CUST-NO (CL-IDX)
               MOVE CQ-PAYOUT-METHOD TO WS-CL-METHOD (CL-IDX)
               MOVE CQ-TRANSFER-ACCT TO WS-CL-TRANSFER-ACCT (CL-IDX)
               SET WS-CL-PENDING (CL-IDX) TO TRUE
               MOVE "N" TO WS-CL-CUST-FOUND (CL-IDX)
               MOVE "N" TO WS-CL-ESTATE-FOUND (CL-IDX)
               MOVE 0 TO WS-CL-OLD-BALANCE (CL-IDX)
           END-IF.

      ***************************************************************
      *  Same rate card FEEASS01 assesses from at month end.
      ***************************************************************
       LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF WS-SCHEDULE-FILE-STATUS = "00"
               PERFORM UNTIL WS-FEE-COUNT = 20
                       OR WS-SCHEDULE-FILE-STATUS = "10"
                   READ FEE-SCHEDULE-FILE
                       AT END
                           MOVE "10" TO WS-SCHEDULE-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-FEE-COUNT
                           SET FE-IDX TO WS-FEE-COUNT
                           MOVE FS-FEE-CODE TO WS-FEE-CODE (FE-IDX)
                           MOVE FS-METHOD TO WS-FEE-METHOD (FE-IDX)
                           MOVE FS-FLAT-AMOUNT
                               TO WS-FEE-FLAT-AMOUNT (FE-IDX)
                           MOVE FS-PERCENT-RATE
                               TO WS-FEE-PERCENT-RATE (FE-IDX)
                           MOVE FS-TIER-LOW
                               TO WS-FEE-TIER-LOW (FE-IDX)
                           MOVE FS-TIER-HIGH
                               TO WS-FEE-TIER-HIGH (FE-IDX)
                           MOVE FS-WAIVE-MIN
                               TO WS-FEE-WAIVE-MIN (FE-IDX)
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHEDULE-FILE
           END-IF.

      ***************************************************************
      *  First customer pass picks up what settlement needs from the
      *  owner: standing (a FROZEN customer's money does not leave),
      *  backup-withholding status, and the payee name and address
      *  a cheque is drawn to.
      ***************************************************************
       LOOK-UP-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           PERFORM MATCH-CUSTOMER-TO-REQUESTS
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CUSTOMER-MASTER-FILE.
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > WS-CLOSE-COUNT
               IF WS-CL-PENDING (CL-IDX)
                       AND NOT WS-CL-CUST-ON-FILE (CL-IDX)
                   MOVE "CUST" TO WS-REJECT-REASON
                   PERFORM REJECT-TABLE-ENTRY
               END-IF
           END-PERFORM.
           PERFORM LOOK-UP-ESTATES.

       MATCH-CUSTOMER-TO-REQUESTS.
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > WS-CLOSE-COUNT
               IF WS-CL-PENDING (CL-IDX)
                       AND WS-CL-CUST-NO (CL-IDX) = CN-CUST-NO
                   MOVE "Y" TO WS-CL-CUST-FOUND (CL-IDX)
                   MOVE CN-CUST-STATUS TO WS-CL-CUST-STATUS (CL-IDX)
                   MOVE CN-TAX-STATUS TO WS-CL-TAX-STATUS (CL-IDX)
                   MOVE CN-WITHHOLD-RATE
                       TO WS-CL-WITHHOLD-RATE (CL-IDX)
                   MOVE CN-CUST-NAME TO WS-CL-NAME (CL-IDX)
                   MOVE CN-ADDRESS TO WS-CL-ADDRESS (CL-IDX)
                   MOVE CN-ZIP TO WS-CL-ZIP (CL-IDX)
                   IF CN-STATUS-FROZEN
                           AND WS-CL-METHOD (CL-IDX) NOT = "E"
                       MOVE "FRZN" TO WS-REJECT-REASON
                       PERFORM REJECT-TABLE-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

      ***************************************************************
      *  An estate payout is drawn to the executor of an approved
      *  estate, so the payee details are taken over from the
      *  estate file; without an approved estate the request is
      *  rejected.
      ***************************************************************
       LOOK-UP-ESTATES.
           OPEN INPUT ESTATE-FILE.
           IF WS-ESTATE-FILE-STATUS = "00"
               PERFORM UNTIL WS-ESTATE-FILE-STATUS = "10"
                   READ ESTATE-FILE
                       AT END
                           MOVE "10" TO WS-ESTATE-FILE-STATUS
                       NOT AT END
                           PERFORM MATCH-ESTATE-TO-REQUESTS
                   END-READ
               END-PERFORM
               CLOSE ESTATE-FILE
           END-IF.
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > WS-CLOSE-COUNT
               IF WS-CL-PENDING (CL-IDX)
                       AND WS-CL-METHOD (CL-IDX) = "E"
                       AND NOT WS-CL-ESTATE-ON-FILE (CL-IDX)
                   MOVE "NEST" TO WS-REJECT-REASON
                   PERFORM REJECT-TABLE-ENTRY
               END-IF
           END-PERFORM.

       MATCH-ESTATE-TO-REQUESTS.
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > WS-CLOSE-COUNT
               IF WS-CL-PENDING (CL-IDX)
                       AND WS-CL-METHOD (CL-IDX) = "E"
                       AND WS-CL-CUST-NO (CL-IDX) = ES-CUST-NO
                       AND ES-ESTATE-APPROVED
                   MOVE "Y" TO WS-CL-ESTATE-FOUND (CL-IDX)
                   MOVE ES-EXECUTOR-NAME TO WS-CL-NAME (CL-IDX)
                   MOVE ES-EXECUTOR-ADDRESS TO WS-CL-ADDRESS (CL-IDX)
                   MOVE ES-EXECUTOR-ZIP TO WS-CL-ZIP (CL-IDX)
               END-IF
           END-PERFORM.

      ***************************************************************
      *  The account master is settled in place.  A request whose
      *  account belongs to someone else, is already closed, or is
      *  overdrawn (the shortfall is a collections matter, not a
      *  payout) is rejected and the account left as it was.  So is
      *  a term deposit still short of its maturity date with money
      *  in it: breaking a term is a penalized debit through the
      *  posting edit, and the maturity job settles it after that.
      ***************************************************************
       SETTLE-ACCOUNTS.
           OPEN I-O ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           OPEN EXTEND INTEREST-JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               OPEN OUTPUT INTEREST-JOURNAL-FILE
               MOVE "INTJRNL" TO CS-FILE-TAG
               SET CS-ACTION-RESET TO TRUE
               CALL "CHAINSL01" USING WS-CHAIN-SEAL-REQUEST
               PERFORM STAMP-INTEREST-HEADER
           END-IF.
           OPEN EXTEND WITHHOLDING-JOURNAL-FILE.
           IF WS-WITHHOLD-FILE-STATUS NOT = "00"
               OPEN OUTPUT WITHHOLDING-JOURNAL-FILE
           END-IF.
           OPEN EXTEND CLOSURE-JOURNAL-FILE.
           IF WS-CLOSURE-FILE-STATUS NOT = "00"
               OPEN OUTPUT CLOSURE-JOURNAL-FILE
           END-IF.
           OPEN OUTPUT PAYOUT-FILE.
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
           CLOSE INTEREST-JOURNAL-FILE.
           CLOSE WITHHOLDING-JOURNAL-FILE.
           CLOSE CLOSURE-JOURNAL-FILE.
           CLOSE PAYOUT-FILE.
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > WS-CLOSE-COUNT
               IF WS-CL-PENDING (CL-IDX)
                   MOVE "NFND" TO WS-REJECT-REASON
                   PERFORM REJECT-TABLE-ENTRY
               END-IF
           END-PERFORM.

       JUDGE-ONE-ACCOUNT.
           MOVE "N" TO WS-REQUEST-MATCHED.
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > WS-CLOSE-COUNT
                       OR WS-REQUEST-IS-MATCHED
               IF WS-CL-PENDING (CL-IDX)
                       AND WS-CL-ACCT-NO (CL-IDX) = AM-ACCT-NO
                   MOVE "Y" TO WS-REQUEST-MATCHED
                   EVALUATE TRUE
                       WHEN AM-CUST-NO NOT = WS-CL-CUST-NO (CL-IDX)
                           MOVE "OWNR" TO WS-REJECT-REASON
                           PERFORM REJECT-TABLE-ENTRY
                       WHEN NOT AM-ACCOUNT-OPEN
                           MOVE "CLSD" TO WS-REJECT-REASON
                           PERFORM REJECT-TABLE-ENTRY
                       WHEN AM-BALANCE < 0
                           MOVE "NEGB" TO WS-REJECT-REASON
                           PERFORM REJECT-TABLE-ENTRY
                       WHEN AM-LOAN-ACCOUNT
                           MOVE "LOAN" TO WS-REJECT-REASON
                           PERFORM REJECT-TABLE-ENTRY
                       WHEN NOT AM-DEMAND-ACCOUNT
                               AND AM-MATURITY-DATE > WS-RUN-CCYYDDD
                               AND AM-BALANCE > 0
                           MOVE "TDNM" TO WS-REJECT-REASON
                           PERFORM REJECT-TABLE-ENTRY
                       WHEN OTHER
                           PERFORM SETTLE-ONE-ACCOUNT
                   END-EVALUATE
               END-IF
           END-PERFORM.

      ***************************************************************
      *  Interest, then fees, then the payout of whatever is left.
      *  Fees never take the account below zero: anything beyond
      *  the balance plus closing interest is simply not charged.
      ***************************************************************
       SETTLE-ONE-ACCOUNT.
           MOVE AM-BALANCE TO WS-CL-OLD-BALANCE (CL-IDX).
           PERFORM ACCRUE-CLOSING-INTEREST.
           COMPUTE WS-AVAILABLE-AMOUNT =
               AM-BALANCE + WS-CLOSING-INTEREST.
           MOVE 0 TO WS-CLOSING-FEES.
           IF WS-CL-CUST-STATUS (CL-IDX) = "ACTIVE"
               PERFORM VARYING FE-IDX FROM 1 BY 1
                       UNTIL FE-IDX > WS-FEE-COUNT
                   PERFORM ASSESS-CLOSING-FEE
               END-PERFORM
           END-IF.
           COMPUTE WS-PAYOUT-AMOUNT =
               WS-AVAILABLE-AMOUNT - WS-CLOSING-FEES.
           PERFORM WRITE-PAYOUT.

           MOVE 0 TO AM-BALANCE.
           MOVE WS-RUN-CCYYDDD TO AM-CLOSED-DATE.
           REWRITE WS-ACCOUNT-RECORD.
           SET WS-CL-SETTLED (CL-IDX) TO TRUE.
           ADD 1 TO WS-ACCOUNTS-CLOSED.

           MOVE WS-PAYOUT-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CLOSE-LOG-REC.
           STRING WS-RUN-CCYYDDD " C " AM-ACCT-NO
                   " CUST=" AM-CUST-NO
                   " CLOSED PAYOUT=" WS-AMOUNT-DISPLAY
                   " METHOD=" WS-CL-METHOD (CL-IDX)
                   " " WS-CL-TRANSFER-ACCT (CL-IDX)
               DELIMITED BY SIZE INTO CLOSE-LOG-REC.
           WRITE CLOSE-LOG-REC.

       ACCRUE-CLOSING-INTEREST.
           MOVE 0 TO WS-CLOSING-INTEREST.
           MOVE 0 TO WS-WITHHELD-AMOUNT.
           MOVE AM-BALANCE TO IT-BALANCE.
           CALL "INTTIR01" USING WS-INTEREST-TIER-REQUEST.
           IF IT-TIER-FOUND
               COMPUTE WS-GROSS-INTEREST ROUNDED =
                   AM-BALANCE * IT-ANNUAL-RATE / 12
                   * WS-DAYS-ACCRUED / 30
               IF WS-CL-TAX-STATUS (CL-IDX) = "W"
                       AND WS-CL-WITHHOLD-RATE (CL-IDX) > 0
                   COMPUTE WS-WITHHELD-AMOUNT ROUNDED =
                       WS-GROSS-INTEREST
                       * WS-CL-WITHHOLD-RATE (CL-IDX)
               END-IF
               COMPUTE WS-CLOSING-INTEREST =
                   WS-GROSS-INTEREST - WS-WITHHELD-AMOUNT
           END-IF.
           IF WS-CLOSING-INTEREST NOT = 0
               ADD WS-CLOSING-INTEREST TO WS-TOTAL-INTEREST
               PERFORM WRITE-INTEREST-LINE
           END-IF.
           IF WS-WITHHELD-AMOUNT NOT = 0
               PERFORM WRITE-WITHHOLDING-LINE
           END-IF.

      ***************************************************************
      *  FEEASS01's rule on the closing account's balance - tier,
      *  waiver threshold, flat or percentage - with the month-end
      *  amount cut back to the days the account was actually held.
      ***************************************************************
       ASSESS-CLOSING-FEE.
           IF AM-BALANCE >= WS-FEE-TIER-LOW (FE-IDX)
                   AND AM-BALANCE <= WS-FEE-TIER-HIGH (FE-IDX)
                   AND NOT (WS-FEE-WAIVE-MIN (FE-IDX) > 0
                       AND AM-BALANCE >= WS-FEE-WAIVE-MIN (FE-IDX))
               IF WS-FEE-IS-PERCENT (FE-IDX)
                   COMPUTE WS-FEE-AMOUNT ROUNDED =
                       AM-BALANCE * WS-FEE-PERCENT-RATE (FE-IDX)
                       * WS-DAYS-ACCRUED / 30
               ELSE
                   COMPUTE WS-FEE-AMOUNT ROUNDED =
                       WS-FEE-FLAT-AMOUNT (FE-IDX)
                       * WS-DAYS-ACCRUED / 30
               END-IF
               IF WS-FEE-AMOUNT >
                       WS-AVAILABLE-AMOUNT - WS-CLOSING-FEES
                   COMPUTE WS-FEE-AMOUNT =
                       WS-AVAILABLE-AMOUNT - WS-CLOSING-FEES
               END-IF
               IF WS-FEE-AMOUNT > 0
                   ADD WS-FEE-AMOUNT TO WS-CLOSING-FEES
                   ADD WS-FEE-AMOUNT TO WS-TOTAL-FEES
                   COMPUTE WS-JOURNAL-AMOUNT = 0 - WS-FEE-AMOUNT
                   MOVE "CLOSEFEE" TO WS-JOURNAL-TAG
                   MOVE WS-FEE-CODE (FE-IDX) TO WS-JOURNAL-FEE-CODE
                   PERFORM WRITE-CLOSURE-JOURNAL-LINE
               END-IF
           END-IF.

      ***************************************************************
      *  The CLSD= line keeps the interest journal's amount column
      *  (49) so GLEXTR01 books it and STMT01 prints it with the
      *  month-end accruals; the closed account is at column 24.
      ***************************************************************
       WRITE-INTEREST-LINE.
           MOVE WS-CLOSING-INTEREST TO WS-INTEREST-DISPLAY.
           MOVE SPACES TO INTEREST-JOURNAL-REC.
           MOVE WS-RUN-CCYYDDD TO INTEREST-JOURNAL-REC (1:7).
           MOVE AM-CUST-NO TO INTEREST-JOURNAL-REC (9:9).
           MOVE "CLSD=" TO INTEREST-JOURNAL-REC (19:5).
           MOVE AM-ACCT-NO TO INTEREST-JOURNAL-REC (24:10).
           MOVE "INTEREST=" TO INTEREST-JOURNAL-REC (40:9).
           MOVE WS-INTEREST-DISPLAY TO INTEREST-JOURNAL-REC (49:11).
           MOVE "DAYS=" TO INTEREST-JOURNAL-REC (61:5).
           MOVE WS-DAYS-ACCRUED TO INTEREST-JOURNAL-REC (66:2).
           WRITE INTEREST-JOURNAL-REC.
           MOVE "INTJRNL" TO CS-FILE-TAG.
           SET CS-ACTION-SEAL TO TRUE.
           MOVE INTEREST-JOURNAL-REC TO CS-RECORD-IMAGE.
           CALL "CHAINSL01" USING WS-CHAIN-SEAL-REQUEST.

       WRITE-WITHHOLDING-LINE.
           MOVE WS-WITHHELD-AMOUNT TO WS-WITHHELD-DISPLAY.
           MOVE SPACES TO WITHHOLDING-JOURNAL-REC.
           MOVE WS-RUN-CCYYDDD TO WITHHOLDING-JOURNAL-REC (1:7).
           MOVE AM-CUST-NO TO WITHHOLDING-JOURNAL-REC (9:9).
           MOVE "RATE=" TO WITHHOLDING-JOURNAL-REC (19:5).
           MOVE WS-CL-WITHHOLD-RATE (CL-IDX) TO WS-RATE-DISPLAY.
           MOVE WS-RATE-DISPLAY TO WITHHOLDING-JOURNAL-REC (24:6).
           MOVE "WITHHELD=" TO WITHHOLDING-JOURNAL-REC (40:9).
           MOVE WS-WITHHELD-DISPLAY
               TO WITHHOLDING-JOURNAL-REC (49:11).
           WRITE WITHHOLDING-JOURNAL-REC.

      ***************************************************************
      *  Closure journal: date, customer, account, booking source
      *  for the GL posting rules (col 30), signed amount (col 39),
      *  fee code when the line is a fee (col 53).
      ***************************************************************
       WRITE-CLOSURE-JOURNAL-LINE.
           MOVE WS-JOURNAL-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CLOSURE-JOURNAL-REC.
           MOVE WS-RUN-CCYYDDD TO CLOSURE-JOURNAL-REC (1:7).
           MOVE AM-CUST-NO TO CLOSURE-JOURNAL-REC (9:9).
           MOVE AM-ACCT-NO TO CLOSURE-JOURNAL-REC (19:10).
           MOVE WS-JOURNAL-TAG TO CLOSURE-JOURNAL-REC (30:8).
           MOVE WS-AMOUNT-DISPLAY TO CLOSURE-JOURNAL-REC (39:13).
           IF WS-JOURNAL-TAG = "CLOSEFEE"
               MOVE WS-JOURNAL-FEE-CODE TO CLOSURE-JOURNAL-REC (53:4)
           END-IF.
           WRITE CLOSURE-JOURNAL-REC.

       WRITE-PAYOUT.
           IF WS-PAYOUT-AMOUNT > 0
               MOVE WS-RUN-CCYYDDD TO CP-PAYOUT-DATE
               MOVE AM-ACCT-NO TO CP-ACCT-NO
               MOVE AM-CUST-NO TO CP-CUST-NO
               MOVE WS-CL-METHOD (CL-IDX) TO CP-PAYOUT-METHOD
               IF CP-BY-TRANSFER
                   MOVE WS-CL-TRANSFER-ACCT (CL-IDX)
                       TO CP-TRANSFER-ACCT
               ELSE
                   MOVE SPACES TO CP-TRANSFER-ACCT
               END-IF
               MOVE WS-PAYOUT-AMOUNT TO CP-PAYOUT-AMOUNT
               MOVE WS-CL-NAME (CL-IDX) TO CP-PAYEE-NAME
               MOVE WS-CL-ADDRESS (CL-IDX) TO CP-PAYEE-ADDRESS
               MOVE WS-CL-ZIP (CL-IDX) TO CP-PAYEE-ZIP
               WRITE WS-CLOSURE-PAYOUT-RECORD
               ADD WS-PAYOUT-AMOUNT TO WS-TOTAL-PAYOUT
               COMPUTE WS-JOURNAL-AMOUNT = 0 - WS-PAYOUT-AMOUNT
               MOVE "CLOSEPAY" TO WS-JOURNAL-TAG
               PERFORM WRITE-CLOSURE-JOURNAL-LINE
               IF CP-TO-ESTATE
                   MOVE AM-CUST-NO TO CO-CUST-NO
                   MOVE "ESTPAYMT" TO CO-CORR-TYPE
                   MOVE WS-RUN-CCYYDDD TO CO-RUN-DATE
                   MOVE "X" TO CO-CHANNEL
                   CALL "CORRLOG01"
                       USING WS-CORRESPONDENCE-LOG-REQUEST
               END-IF
           END-IF.

      ***************************************************************
      *  CN-BALANCE is the sum of the customer's accounts: the
      *  closing interest went in and the fees and payout came out,
      *  which nets to the closed account's old balance leaving.
      ***************************************************************
       ROLL-CLOSURES-TO-CUSTOMERS.
           OPEN I-O CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           PERFORM ROLL-ONE-CUSTOMER
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CUSTOMER-MASTER-FILE.

       ROLL-ONE-CUSTOMER.
           MOVE "N" TO WS-REQUEST-MATCHED.
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > WS-CLOSE-COUNT
               IF WS-CL-SETTLED (CL-IDX)
                       AND WS-CL-CUST-NO (CL-IDX) = CN-CUST-NO
                   SUBTRACT WS-CL-OLD-BALANCE (CL-IDX)
                       FROM CN-BALANCE
                   MOVE "Y" TO WS-REQUEST-MATCHED
               END-IF
           END-PERFORM.
           IF WS-REQUEST-IS-MATCHED
               REWRITE WS-CUSTOMER-RECORD-NEW
           END-IF.

      ***************************************************************
      *  An order for the closed account - by number, or with no
      *  account when the default account is the one closing - is
      *  kept on file for the record but end-dated yesterday, so
      *  STORD01 counts it expired from tonight on.
      ***************************************************************
       CANCEL-STANDING-ORDERS.
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
           MOVE "N" TO WS-ITEM-BELONGS.
           IF SO-ACCT-NO = SPACES
               COMPUTE WS-ITEM-ACCT = SO-CUST-NO * 10 + 1
               PERFORM MATCH-ITEM-TO-CLOSURES
           ELSE
               IF SO-ACCT-NO IS NUMERIC
                   MOVE SO-ACCT-NO TO WS-ITEM-ACCT
                   PERFORM MATCH-ITEM-TO-CLOSURES
               END-IF
           END-IF.
           IF WS-ITEM-IS-CLOSED-ACCT
                   AND (SO-END-DATE = 0
                       OR SO-END-DATE > WS-DAY-BEFORE-CLOSURE)
               MOVE WS-DAY-BEFORE-CLOSURE TO SO-END-DATE
               ADD 1 TO WS-ORDERS-CANCELLED
               MOVE SPACES TO CLOSE-LOG-REC
               STRING WS-RUN-CCYYDDD " S " WS-ITEM-ACCT
                       " STANDING ORDER ENDED " ORDER-IN-REC
                   DELIMITED BY SIZE INTO CLOSE-LOG-REC
               WRITE CLOSE-LOG-REC
           END-IF.

       MATCH-ITEM-TO-CLOSURES.
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > WS-CLOSE-COUNT
                       OR WS-ITEM-IS-CLOSED-ACCT
               IF WS-CL-SETTLED (CL-IDX)
                       AND WS-CL-ACCT-NO (CL-IDX) = WS-ITEM-ACCT
                   MOVE "Y" TO WS-ITEM-BELONGS
               END-IF
           END-PERFORM.

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
      *  Warehoused items for the closed account are withdrawn, not
      *  released - the log keeps the full image so the originator
      *  can be told.  The account sits at column 42 of the 64-byte
      *  item, blank meaning the customer's default account.
      ***************************************************************
       WITHDRAW-WAREHOUSED-ITEMS.
           OPEN INPUT WAREHOUSE-IN.
           OPEN OUTPUT WAREHOUSE-OUT.
           IF WS-WAREHOUSE-IN-STATUS = "00"
               PERFORM UNTIL WS-WAREHOUSE-IN-STATUS = "10"
                   READ WAREHOUSE-IN
                       AT END
                           MOVE "10" TO WS-WAREHOUSE-IN-STATUS
                       NOT AT END
                           PERFORM JUDGE-ONE-ITEM
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE WAREHOUSE-IN.
           CLOSE WAREHOUSE-OUT.

       JUDGE-ONE-ITEM.
           MOVE "N" TO WS-ITEM-BELONGS.
           IF WAREHOUSE-IN-REC (42:10) = SPACES
               IF WAREHOUSE-IN-REC (1:9) IS NUMERIC
                   COMPUTE WS-ITEM-ACCT = FUNCTION NUMVAL
                       (WAREHOUSE-IN-REC (1:9)) * 10 + 1
                   PERFORM MATCH-ITEM-TO-CLOSURES
               END-IF
           ELSE
               IF WAREHOUSE-IN-REC (42:10) IS NUMERIC
                   MOVE WAREHOUSE-IN-REC (42:10) TO WS-ITEM-ACCT
                   PERFORM MATCH-ITEM-TO-CLOSURES
               END-IF
           END-IF.
           IF WS-ITEM-IS-CLOSED-ACCT
               ADD 1 TO WS-ITEMS-WITHDRAWN
               MOVE SPACES TO CLOSE-LOG-REC
               STRING WS-RUN-CCYYDDD " W " WS-ITEM-ACCT
                       " WAREHOUSED ITEM WITHDRAWN " WAREHOUSE-IN-REC
                   DELIMITED BY SIZE INTO CLOSE-LOG-REC
               WRITE CLOSE-LOG-REC
           ELSE
               WRITE WAREHOUSE-OUT-REC FROM WAREHOUSE-IN-REC
           END-IF.

       COPY-WAREHOUSE-BACK.
           OPEN INPUT WAREHOUSE-COPY-IN.
           OPEN OUTPUT WAREHOUSE-REWRITE.
           IF WS-WAREHOUSE-CI-STATUS = "00"
               PERFORM UNTIL WS-WAREHOUSE-CI-STATUS = "10"
                   READ WAREHOUSE-COPY-IN
                       AT END
                           MOVE "10" TO WS-WAREHOUSE-CI-STATUS
                       NOT AT END
                           WRITE WAREHOUSE-REWRITE-REC
                               FROM WAREHOUSE-COPY-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE WAREHOUSE-COPY-IN.
           CLOSE WAREHOUSE-REWRITE.

      ***************************************************************
      *  STMT01 picks tonight's requests up and prints each closing
      *  customer a final statement whatever cycle they are on.
      ***************************************************************
       REQUEST-FINAL-STATEMENTS.
           OPEN EXTEND FINAL-STMT-FILE.
           IF WS-FINAL-FILE-STATUS NOT = "00"
               OPEN OUTPUT FINAL-STMT-FILE
           END-IF.
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > WS-CLOSE-COUNT
               IF WS-CL-SETTLED (CL-IDX)
                   MOVE WS-CL-CUST-NO (CL-IDX) TO FR-CUST-NO
                   MOVE WS-CL-ACCT-NO (CL-IDX) TO FR-ACCT-NO
                   MOVE WS-RUN-CCYYDDD TO FR-REQUEST-DATE
                   WRITE FINAL-STMT-REC
               END-IF
           END-PERFORM.
           CLOSE FINAL-STMT-FILE.

       REJECT-TABLE-ENTRY.
           SET WS-CL-REJECTED (CL-IDX) TO TRUE.
           MOVE SPACES TO WS-REJECT-IMAGE.
           MOVE WS-CL-ACCT-NO (CL-IDX) TO WS-REJECT-IMAGE (1:10).
           MOVE WS-CL-CUST-NO (CL-IDX) TO WS-REJECT-IMAGE (11:9).
           MOVE WS-CL-METHOD (CL-IDX) TO WS-REJECT-IMAGE (20:1).
           MOVE WS-CL-TRANSFER-ACCT (CL-IDX)
               TO WS-REJECT-IMAGE (21:10).
           PERFORM WRITE-CLOSE-REJECT.

       WRITE-CLOSE-REJECT.
           ADD 1 TO WS-REQUESTS-REJECTED.
           MOVE SPACES TO CLOSE-REJECT-REC.
           STRING WS-REJECT-REASON " " WS-REJECT-IMAGE
               DELIMITED BY SIZE INTO CLOSE-REJECT-REC.
           WRITE CLOSE-REJECT-REC.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "ACCCLS01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-INTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
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

      ***************************************************************
      *  A journal cut fresh opens with its layout header, sealed
      *  as the first record of the restarted chain.
      ***************************************************************
       STAMP-INTEREST-HEADER.
           MOVE "ACCCLS01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           MOVE LV-INTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           SET LC-ACTION-STAMP TO TRUE.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           WRITE INTEREST-JOURNAL-REC FROM LC-RECORD-IMAGE.
           MOVE "INTJRNL" TO CS-FILE-TAG.
           SET CS-ACTION-SEAL TO TRUE.
           MOVE INTEREST-JOURNAL-REC TO CS-RECORD-IMAGE.
           CALL "CHAINSL01" USING WS-CHAIN-SEAL-REQUEST.
       END PROGRAM ACCCLS01.
