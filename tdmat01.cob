       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMAT01.
      ***************************************************************
      *  TDMAT01 - nightly term-deposit maturity processing.  Every
      *  open term deposit on the account master is looked at once
      *  a night:
      *
      *    - a deposit maturing inside the notice lead time (days,
      *      from the control file) that has had no notice for its
      *      current term gets a pre-maturity notice - maturity
      *      date, balance, fixed rate, and what will happen to the
      *      money - addressed through PTYADR01 the way LETTER01
      *      addresses its notices, mail holds honoured into the
      *      held-correspondence file, and logged through CORRLOG01
      *      as TDNOTICE;
      *    - a deposit at or past its maturity date earns its term's
      *      interest at the rate fixed when the term began (simple
      *      interest, balance times rate times term months over
      *      twelve), net of backup withholding, on the interest
      *      journal under a TDMT= line, and is then settled by the
      *      customer's maturity instruction: R rolls it over for
      *      the same term at the rate in force tonight on the
      *      product rate master, C pays it out by cheque to the
      *      payout file and the maturity journal as TDPAYOUT, T
      *      moves it into the customer's default account.  Either
      *      payout closes the deposit at a zero balance.
      *
      *  A payout the bank may not make - a FROZEN customer, or one
      *  under a legal hold - rolls over instead and says so on the
      *  log; a transfer whose default account is closed or missing
      *  goes out by cheque.  CN-BALANCE takes the net interest and
      *  gives up any cheque, so the rollup still sums the accounts.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE
               ASSIGN TO "data/td_maturity_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT PRODUCT-CATALOG-FILE
               ASSIGN TO "data/product_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT INTEREST-JOURNAL-FILE
               ASSIGN TO "data/interest_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT WITHHOLDING-JOURNAL-FILE
               ASSIGN TO "data/withholding_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WITHHOLD-FILE-STATUS.
           SELECT MATURITY-JOURNAL-FILE
               ASSIGN TO "data/td_maturity_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATURITY-FILE-STATUS.
           SELECT PAYOUT-FILE
               ASSIGN TO "data/td_payouts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYOUT-FILE-STATUS.
           SELECT NOTICE-FILE
               ASSIGN TO "data/td_maturity_notices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.
           SELECT HELD-CORRESPONDENCE-FILE
               ASSIGN TO "data/held_correspondence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.
           SELECT MATURITY-LOG-FILE
               ASSIGN TO "data/td_maturity_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           02 CF-NOTICE-LEAD-DAYS        PIC 9(3).

       FD  PRODUCT-CATALOG-FILE.
       COPY WSPRDCAT.

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  INTEREST-JOURNAL-FILE.
       01  INTEREST-JOURNAL-REC          PIC X(90).

       FD  WITHHOLDING-JOURNAL-FILE.
       01  WITHHOLDING-JOURNAL-REC       PIC X(90).

       FD  MATURITY-JOURNAL-FILE.
       01  MATURITY-JOURNAL-REC          PIC X(80).

       FD  PAYOUT-FILE.
       COPY WSCLSPAY.

       FD  NOTICE-FILE.
       01  NOTICE-REC                    PIC X(90).

       FD  HELD-CORRESPONDENCE-FILE.
       01  HELD-CORRESPONDENCE-REC       PIC X(90).

       FD  MATURITY-LOG-FILE.
       01  MATURITY-LOG-REC              PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILE-STATUS         PIC XX.
       01 WS-CATALOG-FILE-STATUS         PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-JOURNAL-FILE-STATUS         PIC XX.
       01 WS-WITHHOLD-FILE-STATUS        PIC XX.
       01 WS-MATURITY-FILE-STATUS        PIC XX.
       01 WS-PAYOUT-FILE-STATUS          PIC XX.
       01 WS-NOTICE-FILE-STATUS          PIC XX.
       01 WS-HELD-FILE-STATUS            PIC XX.
       01 WS-LOG-FILE-STATUS             PIC XX.
       01 WS-NOTICE-LEAD-DAYS            PIC 9(3) VALUE 14.
       01 WS-NOTICE-HORIZON              PIC 9(7).
      *
      *  The product catalog, loaded once: code to rate-master key.
      *
       01 WS-CATALOG-TABLE.
           05 WS-CATALOG-COUNT           PIC 9(3) VALUE 0.
           05 WS-CATALOG-ENTRY OCCURS 100 TIMES INDEXED BY PC-IDX.
               10 WS-CATALOG-CODE        PIC X(2).
               10 WS-CATALOG-RATE-KEY    PIC 9(4).
      ***************************************************************
      *  One entry per deposit that needs something tonight, carried
      *  through every pass: the account pass selects it (N notice,
      *  M maturity) and notes the owner's default account, the
      *  customer pass settles it, the second account pass applies
      *  the outcome, and the notice pass writes the notices.
      ***************************************************************
       01 WS-DEPOSIT-TABLE.
           05 WS-DEPOSIT-COUNT           PIC 9(3) VALUE 0.
           05 WS-DEPOSIT-ENTRY OCCURS 500 TIMES INDEXED BY TD-IDX.
               10 WS-TD-ACCT-NO          PIC 9(10).
               10 WS-TD-CUST-NO          PIC 9(9).
               10 WS-TD-PRODUCT          PIC X(2).
               10 WS-TD-BALANCE          PIC S9(9)V99.
               10 WS-TD-TERM-MONTHS      PIC 9(3).
               10 WS-TD-MATURITY-DATE    PIC 9(7).
               10 WS-TD-FIXED-RATE       PIC 9V9(6).
               10 WS-TD-INSTR            PIC X(1).
               10 WS-TD-ACTION           PIC X(1).
                   88 WS-TD-NOTICE-DUE   VALUE "N".
                   88 WS-TD-MATURITY-DUE VALUE "M".
               10 WS-TD-DEFAULT-ACCT     PIC 9(10).
               10 WS-TD-DEFAULT-OPEN     PIC X(1).
                   88 WS-TD-HAS-DEFAULT  VALUE "Y".
               10 WS-TD-CUST-FOUND       PIC X(1).
                   88 WS-TD-CUST-ON-FILE VALUE "Y".
               10 WS-TD-NAME             PIC X(20).
               10 WS-TD-ADDRESS          PIC X(40).
               10 WS-TD-ZIP              PIC 9(9).
               10 WS-TD-MAIL-HOLD        PIC X(1).
                   88 WS-TD-ON-MAIL-HOLD VALUE "Y".
               10 WS-TD-INTEREST         PIC S9(7)V99.
               10 WS-TD-PAYOUT           PIC S9(9)V99.
               10 WS-TD-OUTCOME          PIC X(1).
                   88 WS-TD-PENDING      VALUE " ".
                   88 WS-TD-ROLLED       VALUE "R".
                   88 WS-TD-PAID-CHEQUE  VALUE "C".
                   88 WS-TD-PAID-TRANSFER VALUE "T".
                   88 WS-TD-CLOSED-EMPTY VALUE "Z".
               10 WS-TD-NEW-MATURITY     PIC 9(7).
               10 WS-TD-NEW-RATE         PIC 9V9(6).
       01 WS-TABLE-FULL-SWITCH           PIC X(1) VALUE "N".
           88 WS-DEPOSIT-TABLE-FULL      VALUE "Y".
       01 WS-LAST-DEFAULT-CUST           PIC 9(9) VALUE 0.
       01 WS-LAST-DEFAULT-OPEN           PIC X(1) VALUE "N".
       01 WS-ACCT-SUFFIX                 PIC 9(1).
       01 WS-SELECT-ACTION               PIC X(1).
       01 WS-CUSTOMER-CHANGED            PIC X(1).
           88 WS-CUSTOMER-IS-CHANGED     VALUE "Y".
       01 WS-ACCOUNT-CHANGED             PIC X(1).
           88 WS-ACCOUNT-IS-CHANGED      VALUE "Y".
       01 WS-PAYOUT-BLOCKED              PIC X(1).
           88 WS-PAYOUT-IS-BLOCKED       VALUE "Y".
       01 WS-GROSS-INTEREST              PIC S9(7)V99.
       01 WS-WITHHELD-AMOUNT             PIC S9(7)V99.
       01 WS-JOURNAL-AMOUNT              PIC S9(9)V99.
       01 WS-INTEREST-DISPLAY            PIC +9(7).99.
       01 WS-WITHHELD-DISPLAY            PIC +9(7).99.
       01 WS-AMOUNT-DISPLAY              PIC +9(9).99.
       01 WS-BALANCE-DISPLAY             PIC Z(8)9.99-.
       01 WS-RATE-DISPLAY                PIC 9.9(6).
       01 WS-WITHHOLD-RATE-DISPLAY       PIC 9.9(4).
       01 WS-ZIP-DISPLAY                 PIC 9(9).
       01 WS-JOINT-IDX                   PIC 9(2).
       01 WS-LOG-TEXT                    PIC X(40).
       01 WS-NOTICE-DEST                 PIC X(1) VALUE "P".
           88 WS-NOTICE-HELD             VALUE "H".
       01 WS-DEPOSITS-SELECTED           PIC 9(5) VALUE 0.
       01 WS-DEPOSITS-MATURED            PIC 9(5) VALUE 0.
       01 WS-DEPOSITS-ROLLED             PIC 9(5) VALUE 0.
       01 WS-DEPOSITS-PAID               PIC 9(5) VALUE 0.
       01 WS-NOTICES-WRITTEN             PIC 9(5) VALUE 0.
       01 WS-NOTICES-HELD                PIC 9(5) VALUE 0.
       01 WS-CUSTOMERS-MISSING           PIC 9(5) VALUE 0.
       01 WS-CHEQUES-WRITTEN             PIC 9(5) VALUE 0.
       01 WS-TOTAL-INTEREST              PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-CHEQUES               PIC 9(11)V99 VALUE 0.
       COPY WSPRDLKP.
       COPY WSMATDAT.
       COPY WSLGLHLD.
       COPY WSPTYADR.
       COPY WSADDRFM.
       COPY WSCORRLG.
       COPY WSCHNSL.
       COPY WSRUNLCK.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSCTLTOT.

       PROCEDURE DIVISION.
       TDMAT01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "TDMAT01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "TDMAT01" TO RL-JOB-NAME.
           MOVE "MASTERS" TO RL-LOCK-NAME.
           MOVE WS-RUN-CCYYDDD TO RL-RUN-DATE.
           SET RL-ACTION-ACQUIRE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           IF RL-REFUSED
               DISPLAY "TDMAT01: LOCK " RL-LOCK-NAME
                   " HELD BY " RL-HOLDER-JOB
                   " SINCE " RL-HOLDER-TIME " - NOT STARTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-CONTROL-FILE.
           PERFORM LOAD-PRODUCT-CATALOG.
           COMPUTE WS-NOTICE-HORIZON = FUNCTION DAY-OF-INTEGER
               (FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD)
                + WS-NOTICE-LEAD-DAYS).

           OPEN OUTPUT MATURITY-LOG-FILE.
           MOVE SPACES TO MATURITY-LOG-REC.
           STRING "TERM DEPOSIT MATURITY  DATE " WS-RUN-CCYYDDD
                   "  NOTICE LEAD DAYS " WS-NOTICE-LEAD-DAYS
               DELIMITED BY SIZE INTO MATURITY-LOG-REC.
           WRITE MATURITY-LOG-REC.

           PERFORM SELECT-TERM-DEPOSITS.
           IF WS-DEPOSIT-COUNT > 0
               PERFORM SETTLE-CUSTOMERS
               PERFORM UPDATE-ACCOUNTS
               PERFORM SEND-NOTICES
           END-IF.

           MOVE SPACES TO MATURITY-LOG-REC.
           STRING "MATURED=" WS-DEPOSITS-MATURED
                   " ROLLED=" WS-DEPOSITS-ROLLED
                   " PAID=" WS-DEPOSITS-PAID
                   " NOTICES=" WS-NOTICES-WRITTEN
                   " HELD=" WS-NOTICES-HELD
                   " CUST MISSING=" WS-CUSTOMERS-MISSING
               DELIMITED BY SIZE INTO MATURITY-LOG-REC.
           WRITE MATURITY-LOG-REC.
           CLOSE MATURITY-LOG-FILE.

           MOVE WS-RUN-CCYYDDD TO CT-RUN-DATE.
           MOVE "TDMAT01" TO CT-STEP-NAME.
           SET CT-ROLE-PRODUCER TO TRUE.
           MOVE "data/td_payouts.dat" TO CT-FILE-NAME.
           MOVE WS-CHEQUES-WRITTEN TO CT-RECORD-COUNT.
           MOVE WS-TOTAL-CHEQUES TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

           DISPLAY "TDMAT01: DEPOSITS SELECTED=" WS-DEPOSITS-SELECTED.
           DISPLAY "TDMAT01: MATURED=" WS-DEPOSITS-MATURED
               " ROLLED=" WS-DEPOSITS-ROLLED
               " PAID=" WS-DEPOSITS-PAID.
           DISPLAY "TDMAT01: INTEREST=" WS-TOTAL-INTEREST
               " CHEQUES=" WS-TOTAL-CHEQUES.
           DISPLAY "TDMAT01: NOTICES=" WS-NOTICES-WRITTEN
               " HELD=" WS-NOTICES-HELD.
           IF WS-DEPOSIT-TABLE-FULL
               DISPLAY "TDMAT01: DEPOSIT TABLE FULL - REMAINING"
                   " DEPOSITS LEFT FOR THE NEXT RUN"
           END-IF.

           MOVE WS-DEPOSITS-SELECTED TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           SET RL-ACTION-RELEASE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           IF WS-DEPOSIT-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF PA-PARTY-TABLES-FULL
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      ***************************************************************
      *  One control record: the notice lead time in days.  No file
      *  or a bad value keeps the two-week default.
      ***************************************************************
       LOAD-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CF-NOTICE-LEAD-DAYS IS NUMERIC
                           MOVE CF-NOTICE-LEAD-DAYS
                               TO WS-NOTICE-LEAD-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       LOAD-PRODUCT-CATALOG.
           OPEN INPUT PRODUCT-CATALOG-FILE.
           IF WS-CATALOG-FILE-STATUS = "00"
               PERFORM UNTIL WS-CATALOG-FILE-STATUS = "10"
                   READ PRODUCT-CATALOG-FILE
                       AT END
                           MOVE "10" TO WS-CATALOG-FILE-STATUS
                       NOT AT END
                           IF WS-CATALOG-COUNT < 100
                               ADD 1 TO WS-CATALOG-COUNT
                               SET PC-IDX TO WS-CATALOG-COUNT
                               MOVE PD-PRODUCT-CODE
                                   TO WS-CATALOG-CODE (PC-IDX)
                               MOVE PD-RATE-KEY
                                   TO WS-CATALOG-RATE-KEY (PC-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-CATALOG-FILE
           END-IF.

      ***************************************************************
      *  The account master is in account order, so a customer's
      *  default account (suffix 1) is read before any term deposit
      *  the customer opened after it; its open state is remembered
      *  for the deposits that follow.
      ***************************************************************
       SELECT-TERM-DEPOSITS.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           PERFORM SELECT-ONE-ACCOUNT
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.

       SELECT-ONE-ACCOUNT.
           COMPUTE WS-ACCT-SUFFIX = FUNCTION MOD (AM-ACCT-NO, 10).
           IF WS-ACCT-SUFFIX = 1
               MOVE AM-CUST-NO TO WS-LAST-DEFAULT-CUST
               IF AM-ACCOUNT-OPEN AND AM-DEMAND-ACCOUNT
                   MOVE "Y" TO WS-LAST-DEFAULT-OPEN
               ELSE
                   MOVE "N" TO WS-LAST-DEFAULT-OPEN
               END-IF
           END-IF.
           IF NOT AM-DEMAND-ACCOUNT AND AM-ACCOUNT-OPEN
                   AND NOT AM-LOAN-ACCOUNT
               EVALUATE TRUE
                   WHEN AM-MATURITY-DATE NOT > WS-RUN-CCYYDDD
                       MOVE "M" TO WS-SELECT-ACTION
                       PERFORM ADD-DEPOSIT-ENTRY
                   WHEN AM-MATURITY-DATE NOT > WS-NOTICE-HORIZON
                           AND AM-NOTICE-SENT-DATE = 0
                       MOVE "N" TO WS-SELECT-ACTION
                       PERFORM ADD-DEPOSIT-ENTRY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       ADD-DEPOSIT-ENTRY.
           IF WS-DEPOSIT-COUNT < 500
               ADD 1 TO WS-DEPOSIT-COUNT
               ADD 1 TO WS-DEPOSITS-SELECTED
               SET TD-IDX TO WS-DEPOSIT-COUNT
               MOVE AM-ACCT-NO TO WS-TD-ACCT-NO (TD-IDX)
               MOVE AM-CUST-NO TO WS-TD-CUST-NO (TD-IDX)
               MOVE AM-PRODUCT-CODE TO WS-TD-PRODUCT (TD-IDX)
               MOVE AM-BALANCE TO WS-TD-BALANCE (TD-IDX)
               MOVE AM-TERM-MONTHS TO WS-TD-TERM-MONTHS (TD-IDX)
               MOVE AM-MATURITY-DATE TO WS-TD-MATURITY-DATE (TD-IDX)
               MOVE AM-FIXED-RATE TO WS-TD-FIXED-RATE (TD-IDX)
               MOVE AM-MATURITY-INSTR TO WS-TD-INSTR (TD-IDX)
               MOVE WS-SELECT-ACTION TO WS-TD-ACTION (TD-IDX)
               COMPUTE WS-TD-DEFAULT-ACCT (TD-IDX) =
                   AM-CUST-NO * 10 + 1
               IF WS-LAST-DEFAULT-CUST = AM-CUST-NO
                       AND WS-LAST-DEFAULT-OPEN = "Y"
                   MOVE "Y" TO WS-TD-DEFAULT-OPEN (TD-IDX)
               ELSE
                   MOVE "N" TO WS-TD-DEFAULT-OPEN (TD-IDX)
               END-IF
               MOVE "N" TO WS-TD-CUST-FOUND (TD-IDX)
               MOVE 0 TO WS-TD-INTEREST (TD-IDX)
               MOVE 0 TO WS-TD-PAYOUT (TD-IDX)
               MOVE SPACE TO WS-TD-OUTCOME (TD-IDX)
               MOVE 0 TO WS-TD-NEW-MATURITY (TD-IDX)
               MOVE 0 TO WS-TD-NEW-RATE (TD-IDX)
           ELSE
               MOVE "Y" TO WS-TABLE-FULL-SWITCH
           END-IF.

      ***************************************************************
      *  The customer pass settles every matured deposit against its
      *  owner's record in place and picks up the name, address and
      *  mail hold the notices need.  A deposit whose owner is not
      *  on the master is left untouched for the desk.
      ***************************************************************
       SETTLE-CUSTOMERS.
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
           OPEN EXTEND MATURITY-JOURNAL-FILE.
           IF WS-MATURITY-FILE-STATUS NOT = "00"
               OPEN OUTPUT MATURITY-JOURNAL-FILE
           END-IF.
           OPEN OUTPUT PAYOUT-FILE.
           OPEN I-O CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           PERFORM SETTLE-ONE-CUSTOMER
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE INTEREST-JOURNAL-FILE.
           CLOSE WITHHOLDING-JOURNAL-FILE.
           CLOSE MATURITY-JOURNAL-FILE.
           CLOSE PAYOUT-FILE.
           PERFORM VARYING TD-IDX FROM 1 BY 1
                   UNTIL TD-IDX > WS-DEPOSIT-COUNT
               IF NOT WS-TD-CUST-ON-FILE (TD-IDX)
                   ADD 1 TO WS-CUSTOMERS-MISSING
                   MOVE "CUSTOMER NOT ON MASTER - NOT PROCESSED"
                       TO WS-LOG-TEXT
                   PERFORM WRITE-LOG-LINE
               END-IF
           END-PERFORM.

       SETTLE-ONE-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-CHANGED.
           PERFORM VARYING TD-IDX FROM 1 BY 1
                   UNTIL TD-IDX > WS-DEPOSIT-COUNT
               IF WS-TD-CUST-NO (TD-IDX) = CN-CUST-NO
                   MOVE "Y" TO WS-TD-CUST-FOUND (TD-IDX)
                   MOVE CN-CUST-NAME TO WS-TD-NAME (TD-IDX)
                   MOVE CN-ADDRESS TO WS-TD-ADDRESS (TD-IDX)
                   MOVE CN-ZIP TO WS-TD-ZIP (TD-IDX)
                   MOVE CN-MAIL-HOLD-FLAG TO WS-TD-MAIL-HOLD (TD-IDX)
                   IF WS-TD-MATURITY-DUE (TD-IDX)
                       PERFORM SETTLE-ONE-DEPOSIT
                       MOVE "Y" TO WS-CUSTOMER-CHANGED
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CUSTOMER-IS-CHANGED
               REWRITE WS-CUSTOMER-RECORD-NEW
               IF WS-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "TDMAT01: REWRITE FAILED FOR " CN-CUST-NO
                       " STATUS=" WS-MASTER-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ***************************************************************
      *  Interest for the term first, then the instruction decides
      *  where the money goes.  A deposit with nothing left in it -
      *  broken early and withdrawn in full - simply closes.
      ***************************************************************
       SETTLE-ONE-DEPOSIT.
           ADD 1 TO WS-DEPOSITS-MATURED.
           PERFORM ACCRUE-TERM-INTEREST.
           ADD WS-TD-INTEREST (TD-IDX) TO CN-BALANCE.
           COMPUTE WS-TD-PAYOUT (TD-IDX) =
               WS-TD-BALANCE (TD-IDX) + WS-TD-INTEREST (TD-IDX).
           PERFORM CHECK-PAYOUT-ALLOWED.
           EVALUATE TRUE
               WHEN WS-TD-PAYOUT (TD-IDX) NOT > 0
                   SET WS-TD-CLOSED-EMPTY (TD-IDX) TO TRUE
                   MOVE 0 TO WS-TD-PAYOUT (TD-IDX)
                   MOVE "NOTHING TO PAY - CLOSED" TO WS-LOG-TEXT
               WHEN WS-TD-INSTR (TD-IDX) = "R"
                   PERFORM ROLL-DEPOSIT-OVER
                   MOVE "ROLLED OVER" TO WS-LOG-TEXT
               WHEN WS-PAYOUT-IS-BLOCKED
                   PERFORM ROLL-DEPOSIT-OVER
                   MOVE "PAYOUT BLOCKED - ROLLED OVER" TO WS-LOG-TEXT
               WHEN WS-TD-INSTR (TD-IDX) = "T"
                       AND WS-TD-HAS-DEFAULT (TD-IDX)
                   SET WS-TD-PAID-TRANSFER (TD-IDX) TO TRUE
                   ADD 1 TO WS-DEPOSITS-PAID
                   MOVE "PAID BY TRANSFER TO DEFAULT ACCOUNT"
                       TO WS-LOG-TEXT
               WHEN OTHER
                   PERFORM PAY-DEPOSIT-BY-CHEQUE
                   MOVE "PAID BY CHEQUE" TO WS-LOG-TEXT
           END-EVALUATE.
           PERFORM WRITE-LOG-LINE.

       ACCRUE-TERM-INTEREST.
           MOVE 0 TO WS-GROSS-INTEREST.
           MOVE 0 TO WS-WITHHELD-AMOUNT.
           IF WS-TD-BALANCE (TD-IDX) > 0
               COMPUTE WS-GROSS-INTEREST ROUNDED =
                   WS-TD-BALANCE (TD-IDX) * WS-TD-FIXED-RATE (TD-IDX)
                   * WS-TD-TERM-MONTHS (TD-IDX) / 12
               IF CN-BACKUP-WITHHOLD AND CN-WITHHOLD-RATE > 0
                   COMPUTE WS-WITHHELD-AMOUNT ROUNDED =
                       WS-GROSS-INTEREST * CN-WITHHOLD-RATE
               END-IF
           END-IF.
           COMPUTE WS-TD-INTEREST (TD-IDX) =
               WS-GROSS-INTEREST - WS-WITHHELD-AMOUNT.
           IF WS-TD-INTEREST (TD-IDX) NOT = 0
               ADD WS-TD-INTEREST (TD-IDX) TO WS-TOTAL-INTEREST
               PERFORM WRITE-INTEREST-LINE
           END-IF.
           IF WS-WITHHELD-AMOUNT NOT = 0
               PERFORM WRITE-WITHHOLDING-LINE
           END-IF.

      ***************************************************************
      *  Money does not leave the bank for a FROZEN customer or one
      *  counsel has on legal hold; the deposit stays put for
      *  another term instead.
      ***************************************************************
       CHECK-PAYOUT-ALLOWED.
           MOVE "N" TO WS-PAYOUT-BLOCKED.
           IF WS-TD-INSTR (TD-IDX) NOT = "R"
               IF CN-STATUS-FROZEN
                   MOVE "Y" TO WS-PAYOUT-BLOCKED
               ELSE
                   MOVE CN-CUST-NO TO LH-CUST-NO
                   MOVE "PAYOUT" TO LH-ACTION
                   MOVE "TDMAT01" TO LH-SOURCE-PROGRAM
                   CALL "LGLHLD01" USING WS-LEGAL-HOLD-REQUEST
                   IF LH-IS-HELD
                       MOVE "Y" TO WS-PAYOUT-BLOCKED
                   END-IF
               END-IF
           END-IF.

      ***************************************************************
      *  A rollover starts the new term on the old maturity date,
      *  so the deposit's anniversaries never drift, at whatever
      *  rate the product's rate key carries tonight.  A product no
      *  longer priced keeps the rate it had.
      ***************************************************************
       ROLL-DEPOSIT-OVER.
           SET WS-TD-ROLLED (TD-IDX) TO TRUE.
           ADD 1 TO WS-DEPOSITS-ROLLED.
           MOVE WS-TD-FIXED-RATE (TD-IDX) TO WS-TD-NEW-RATE (TD-IDX).
           PERFORM VARYING PC-IDX FROM 1 BY 1
                   UNTIL PC-IDX > WS-CATALOG-COUNT
               IF WS-CATALOG-CODE (PC-IDX) = WS-TD-PRODUCT (TD-IDX)
                   MOVE WS-CATALOG-RATE-KEY (PC-IDX) TO PK-PROD-KEY
                   MOVE WS-RUN-CCYYDDD TO PK-AS-OF-DATE
                   CALL "PRDLKP01" USING WS-PRODUCT-LOOKUP
                   IF PK-FOUND
                       COMPUTE WS-TD-NEW-RATE (TD-IDX) =
                           PK-AMOUNT / 1000000
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-TD-MATURITY-DATE (TD-IDX) TO MD-START-DATE.
           MOVE WS-TD-TERM-MONTHS (TD-IDX) TO MD-TERM-MONTHS.
           CALL "MATDAT01" USING WS-MATURITY-DATE-REQUEST.
           MOVE MD-MATURITY-DATE TO WS-TD-NEW-MATURITY (TD-IDX).

       PAY-DEPOSIT-BY-CHEQUE.
           SET WS-TD-PAID-CHEQUE (TD-IDX) TO TRUE.
           ADD 1 TO WS-DEPOSITS-PAID.
           ADD 1 TO WS-CHEQUES-WRITTEN.
           SUBTRACT WS-TD-PAYOUT (TD-IDX) FROM CN-BALANCE.
           MOVE WS-RUN-CCYYDDD TO CP-PAYOUT-DATE.
           MOVE WS-TD-ACCT-NO (TD-IDX) TO CP-ACCT-NO.
           MOVE CN-CUST-NO TO CP-CUST-NO.
           SET CP-BY-CHEQUE TO TRUE.
           MOVE SPACES TO CP-TRANSFER-ACCT.
           MOVE WS-TD-PAYOUT (TD-IDX) TO CP-PAYOUT-AMOUNT.
           MOVE CN-CUST-NAME TO CP-PAYEE-NAME.
           MOVE CN-ADDRESS TO CP-PAYEE-ADDRESS.
           MOVE CN-ZIP TO CP-PAYEE-ZIP.
           WRITE WS-CLOSURE-PAYOUT-RECORD.
           ADD WS-TD-PAYOUT (TD-IDX) TO WS-TOTAL-CHEQUES.
           COMPUTE WS-JOURNAL-AMOUNT = 0 - WS-TD-PAYOUT (TD-IDX).
           PERFORM WRITE-MATURITY-JOURNAL-LINE.

      ***************************************************************
      *  The TDMT= line keeps the interest journal's amount column
      *  (49) the way ACCCLS01's CLSD= line does, so GLEXTR01 books
      *  it and STMT01 prints it; the deposit is at column 24.
      ***************************************************************
       WRITE-INTEREST-LINE.
           MOVE WS-TD-INTEREST (TD-IDX) TO WS-INTEREST-DISPLAY.
           MOVE SPACES TO INTEREST-JOURNAL-REC.
           MOVE WS-RUN-CCYYDDD TO INTEREST-JOURNAL-REC (1:7).
           MOVE CN-CUST-NO TO INTEREST-JOURNAL-REC (9:9).
           MOVE "TDMT=" TO INTEREST-JOURNAL-REC (19:5).
           MOVE WS-TD-ACCT-NO (TD-IDX) TO INTEREST-JOURNAL-REC (24:10).
           MOVE "INTEREST=" TO INTEREST-JOURNAL-REC (40:9).
           MOVE WS-INTEREST-DISPLAY TO INTEREST-JOURNAL-REC (49:11).
           MOVE "TERM=" TO INTEREST-JOURNAL-REC (61:5).
           MOVE WS-TD-TERM-MONTHS (TD-IDX)
               TO INTEREST-JOURNAL-REC (66:3).
           WRITE INTEREST-JOURNAL-REC.
           MOVE "INTJRNL" TO CS-FILE-TAG.
           SET CS-ACTION-SEAL TO TRUE.
           MOVE INTEREST-JOURNAL-REC TO CS-RECORD-IMAGE.
           CALL "CHAINSL01" USING WS-CHAIN-SEAL-REQUEST.

       WRITE-WITHHOLDING-LINE.
           MOVE WS-WITHHELD-AMOUNT TO WS-WITHHELD-DISPLAY.
           MOVE SPACES TO WITHHOLDING-JOURNAL-REC.
           MOVE WS-RUN-CCYYDDD TO WITHHOLDING-JOURNAL-REC (1:7).
           MOVE CN-CUST-NO TO WITHHOLDING-JOURNAL-REC (9:9).
           MOVE "RATE=" TO WITHHOLDING-JOURNAL-REC (19:5).
           MOVE CN-WITHHOLD-RATE TO WS-WITHHOLD-RATE-DISPLAY.
           MOVE WS-WITHHOLD-RATE-DISPLAY
               TO WITHHOLDING-JOURNAL-REC (24:6).
           MOVE "WITHHELD=" TO WITHHOLDING-JOURNAL-REC (40:9).
           MOVE WS-WITHHELD-DISPLAY
               TO WITHHOLDING-JOURNAL-REC (49:11).
           WRITE WITHHOLDING-JOURNAL-REC.

      ***************************************************************
      *  Maturity journal, in the ACCCLS01 closure journal layout:
      *  date, customer, deposit, booking source for the GL posting
      *  rules (col 30), signed amount (col 39).
      ***************************************************************
       WRITE-MATURITY-JOURNAL-LINE.
           MOVE WS-JOURNAL-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO MATURITY-JOURNAL-REC.
           MOVE WS-RUN-CCYYDDD TO MATURITY-JOURNAL-REC (1:7).
           MOVE CN-CUST-NO TO MATURITY-JOURNAL-REC (9:9).
           MOVE WS-TD-ACCT-NO (TD-IDX) TO MATURITY-JOURNAL-REC (19:10).
           MOVE "TDPAYOUT" TO MATURITY-JOURNAL-REC (30:8).
           MOVE WS-AMOUNT-DISPLAY TO MATURITY-JOURNAL-REC (39:13).
           WRITE MATURITY-JOURNAL-REC.

      ***************************************************************
      *  Second pass over the account master, in place: matured
      *  deposits take their interest and are renewed or emptied
      *  and closed, a transfer lands on the owner's default
      *  account, and a noticed deposit is stamped so its notice
      *  goes out once per term.
      ***************************************************************
       UPDATE-ACCOUNTS.
           OPEN I-O ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           PERFORM UPDATE-ONE-ACCOUNT
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.

       UPDATE-ONE-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-CHANGED.
           PERFORM VARYING TD-IDX FROM 1 BY 1
                   UNTIL TD-IDX > WS-DEPOSIT-COUNT
               IF WS-TD-CUST-ON-FILE (TD-IDX)
                   IF WS-TD-ACCT-NO (TD-IDX) = AM-ACCT-NO
                       PERFORM APPLY-DEPOSIT-OUTCOME
                   END-IF
                   IF WS-TD-PAID-TRANSFER (TD-IDX)
                           AND WS-TD-DEFAULT-ACCT (TD-IDX) = AM-ACCT-NO
                       ADD WS-TD-PAYOUT (TD-IDX) TO AM-BALANCE
                       MOVE "Y" TO WS-ACCOUNT-CHANGED
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ACCOUNT-IS-CHANGED
               REWRITE WS-ACCOUNT-RECORD
               IF WS-ACCOUNT-FILE-STATUS NOT = "00"
                   DISPLAY "TDMAT01: ACCT REWRITE FAILED FOR "
                       AM-ACCT-NO " STATUS=" WS-ACCOUNT-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       APPLY-DEPOSIT-OUTCOME.
           MOVE "Y" TO WS-ACCOUNT-CHANGED.
           EVALUATE TRUE
               WHEN WS-TD-NOTICE-DUE (TD-IDX)
                   MOVE WS-RUN-CCYYDDD TO AM-NOTICE-SENT-DATE
               WHEN WS-TD-ROLLED (TD-IDX)
                   ADD WS-TD-INTEREST (TD-IDX) TO AM-BALANCE
                   MOVE WS-TD-NEW-MATURITY (TD-IDX)
                       TO AM-MATURITY-DATE
                   MOVE WS-TD-NEW-RATE (TD-IDX) TO AM-FIXED-RATE
                   MOVE 0 TO AM-NOTICE-SENT-DATE
               WHEN WS-TD-PAID-CHEQUE (TD-IDX)
               WHEN WS-TD-PAID-TRANSFER (TD-IDX)
               WHEN WS-TD-CLOSED-EMPTY (TD-IDX)
                   MOVE 0 TO AM-BALANCE
                   MOVE WS-RUN-CCYYDDD TO AM-CLOSED-DATE
               WHEN OTHER
                   MOVE "N" TO WS-ACCOUNT-CHANGED
           END-EVALUATE.

      ***************************************************************
      *  Pre-maturity notices.  A mail-held customer's notice is
      *  composed in full but diverts line for line to the held-
      *  correspondence file, as LETTER01's do.
      ***************************************************************
       SEND-NOTICES.
           OPEN OUTPUT NOTICE-FILE.
           OPEN EXTEND HELD-CORRESPONDENCE-FILE.
           IF WS-HELD-FILE-STATUS NOT = "00"
               OPEN OUTPUT HELD-CORRESPONDENCE-FILE
           END-IF.
           PERFORM VARYING TD-IDX FROM 1 BY 1
                   UNTIL TD-IDX > WS-DEPOSIT-COUNT
               IF WS-TD-NOTICE-DUE (TD-IDX)
                       AND WS-TD-CUST-ON-FILE (TD-IDX)
                   PERFORM WRITE-ONE-NOTICE
               END-IF
           END-PERFORM.
           MOVE SPACES TO NOTICE-REC.
           STRING "NOTICES=" WS-NOTICES-WRITTEN
                   " HELD=" WS-NOTICES-HELD
               DELIMITED BY SIZE INTO NOTICE-REC.
           WRITE NOTICE-REC.
           CLOSE NOTICE-FILE.
           CLOSE HELD-CORRESPONDENCE-FILE.

       WRITE-ONE-NOTICE.
           IF WS-TD-ON-MAIL-HOLD (TD-IDX)
               ADD 1 TO WS-NOTICES-HELD
               MOVE "H" TO WS-NOTICE-DEST
               MOVE "H" TO CO-CHANNEL
           ELSE
               ADD 1 TO WS-NOTICES-WRITTEN
               MOVE "P" TO WS-NOTICE-DEST
               MOVE "P" TO CO-CHANNEL
           END-IF.
           MOVE WS-TD-CUST-NO (TD-IDX) TO CO-CUST-NO.
           MOVE "TDNOTICE" TO CO-CORR-TYPE.
           MOVE WS-RUN-CCYYDDD TO CO-RUN-DATE.
           CALL "CORRLOG01" USING WS-CORRESPONDENCE-LOG-REQUEST.

           MOVE SPACES TO NOTICE-REC.
           STRING "NOTICE " WS-RUN-CCYYDDD
                   " TO " WS-TD-CUST-NO (TD-IDX)
                   " " WS-TD-NAME (TD-IDX)
               DELIMITED BY SIZE INTO NOTICE-REC.
           PERFORM WRITE-NOTICE-REC.

           MOVE WS-TD-CUST-NO (TD-IDX) TO PA-CUST-NO.
           MOVE WS-RUN-CCYYDDD TO PA-AS-OF-DATE.
           CALL "PTYADR01" USING WS-PARTY-ADDRESS-REQUEST.
           PERFORM VARYING WS-JOINT-IDX FROM 1 BY 1
                   UNTIL WS-JOINT-IDX > PA-JOINT-COUNT
               MOVE SPACES TO NOTICE-REC
               STRING "  AND " PA-JOINT-NAME (WS-JOINT-IDX)
                   DELIMITED BY SIZE INTO NOTICE-REC
               PERFORM WRITE-NOTICE-REC
           END-PERFORM.
           IF PA-HAS-CARE-OF
               MOVE SPACES TO NOTICE-REC
               STRING "  C/O " PA-CARE-OF-NAME
                   DELIMITED BY SIZE INTO NOTICE-REC
               PERFORM WRITE-NOTICE-REC
               MOVE PA-CARE-OF-ADDRESS (1:30)  TO AF-LINE-1
               MOVE PA-CARE-OF-ADDRESS (31:10) TO AF-LINE-2
               MOVE PA-CARE-OF-ZIP             TO WS-ZIP-DISPLAY
           ELSE
               MOVE WS-TD-ADDRESS (TD-IDX) (1:30)  TO AF-LINE-1
               MOVE WS-TD-ADDRESS (TD-IDX) (31:10) TO AF-LINE-2
               MOVE WS-TD-ZIP (TD-IDX)             TO WS-ZIP-DISPLAY
           END-IF.
           MOVE WS-ZIP-DISPLAY     TO AF-LINE-3.
           MOVE "|"                TO AF-DELIMITER.
           CALL "ADDRFMT01" USING WS-ADDR-FORMAT-REQUEST.
           MOVE SPACES TO NOTICE-REC.
           STRING "  " AF-FORMATTED-LINE
               DELIMITED BY SIZE INTO NOTICE-REC.
           PERFORM WRITE-NOTICE-REC.

           MOVE WS-TD-BALANCE (TD-IDX) TO WS-BALANCE-DISPLAY.
           MOVE WS-TD-FIXED-RATE (TD-IDX) TO WS-RATE-DISPLAY.
           MOVE SPACES TO NOTICE-REC.
           STRING "  YOUR TERM DEPOSIT " WS-TD-ACCT-NO (TD-IDX)
                   " MATURES ON " WS-TD-MATURITY-DATE (TD-IDX)
               DELIMITED BY SIZE INTO NOTICE-REC.
           PERFORM WRITE-NOTICE-REC.
           MOVE SPACES TO NOTICE-REC.
           STRING "  BALANCE " WS-BALANCE-DISPLAY
                   "  FIXED RATE " WS-RATE-DISPLAY
               DELIMITED BY SIZE INTO NOTICE-REC.
           PERFORM WRITE-NOTICE-REC.
           MOVE SPACES TO NOTICE-REC.
           EVALUATE WS-TD-INSTR (TD-IDX)
               WHEN "C"
                   MOVE "  AT MATURITY IT WILL BE PAID TO YOU BY CHEQUE"
                       TO NOTICE-REC
               WHEN "T"
                   STRING "  AT MATURITY IT WILL BE TRANSFERRED TO "
                           "ACCOUNT " WS-TD-DEFAULT-ACCT (TD-IDX)
                       DELIMITED BY SIZE INTO NOTICE-REC
               WHEN OTHER
                   STRING "  AT MATURITY IT WILL RENEW FOR "
                           WS-TD-TERM-MONTHS (TD-IDX)
                           " MONTHS AT THE RATE THEN IN FORCE"
                       DELIMITED BY SIZE INTO NOTICE-REC
           END-EVALUATE.
           PERFORM WRITE-NOTICE-REC.
           MOVE SPACES TO NOTICE-REC.
           PERFORM WRITE-NOTICE-REC.

       WRITE-NOTICE-REC.
           IF WS-NOTICE-HELD
               WRITE HELD-CORRESPONDENCE-REC FROM NOTICE-REC
           ELSE
               WRITE NOTICE-REC
           END-IF.

       WRITE-LOG-LINE.
           MOVE WS-TD-PAYOUT (TD-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE WS-TD-INTEREST (TD-IDX) TO WS-INTEREST-DISPLAY.
           MOVE SPACES TO MATURITY-LOG-REC.
           STRING WS-RUN-CCYYDDD " " WS-TD-ACCT-NO (TD-IDX)
                   " CUST=" WS-TD-CUST-NO (TD-IDX)
                   " INT=" WS-INTEREST-DISPLAY
                   " AMT=" WS-AMOUNT-DISPLAY
                   " " WS-LOG-TEXT
               DELIMITED BY SIZE INTO MATURITY-LOG-REC.
           WRITE MATURITY-LOG-REC.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "TDMAT01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-INTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               READ ACCOUNT-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               READ CUSTOMER-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

      ***************************************************************
      *  A journal cut fresh opens with its layout header, sealed
      *  as the first record of the restarted chain.
      ***************************************************************
       STAMP-INTEREST-HEADER.
           MOVE "TDMAT01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           MOVE LV-INTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           SET LC-ACTION-STAMP TO TRUE.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           WRITE INTEREST-JOURNAL-REC FROM LC-RECORD-IMAGE.
           MOVE "INTJRNL" TO CS-FILE-TAG.
           SET CS-ACTION-SEAL TO TRUE.
           MOVE INTEREST-JOURNAL-REC TO CS-RECORD-IMAGE.
           CALL "CHAINSL01" USING WS-CHAIN-SEAL-REQUEST.
       END PROGRAM TDMAT01.
