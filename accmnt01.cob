       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCMNT01.
      ***************************************************************
      *  ACCMNT01 - account master maintenance transaction
      *  processor.  Nightly step that does for the WSACCTM account
      *  master what CUSMNT01 does for customers: applies an open/
      *  product-change transaction file in customer-number order,
      *  writes every transaction it cannot apply to a reject file
      *  with a reason code, and logs every applied change.  An
      *  open assigns the customer's next free account suffix -
      *  the account number is the customer number (whose low-order
      *  digit is the CHKDGT01 check digit) followed by the suffix,
      *  the same numbering ACCTLD01 and CDREMD01 use - and every
      *  product code must be on the product catalog with a rate in
      *  force tonight on the product rate master.
      *  An open onto a term product fixes the account's rate at the
      *  rate in force tonight, dates its maturity through MATDAT01,
      *  and records the customer's maturity instruction; a term
      *  deposit never changes product - it matures or it is broken.
      *  An open onto a loan product books an installment loan: the
      *  principal is the amount keyed, the rate is fixed at the
      *  rate in force tonight, LNAMRT01 works out the level payment
      *  and the amortization schedule (written to the loan schedule
      *  file for LNBILL01), and the principal is disbursed into the
      *  customer's default account as an LD credit on the balance
      *  transaction file for tonight's posting run.  A loan is
      *  never moved onto or off a product, and a customer with no
      *  open default account cannot be lent to.
      *  A customer RSKRAT01 rates high risk opens nothing while the
      *  KYC review is due: the open is refused with KYCR until the
      *  review is recorded and the due date moves out again.
      *  A product PRDMNT01 has closed to new accounts or retired
      *  takes no new accounts: an open onto it, or a product
      *  change onto it, is refused with PCLS.
      *  An open goes into the branch that holds the customer's
      *  accounts - the default account's branch, else the first
      *  branch found among the rest - so a relationship stays in
      *  one branch however the customer's address moves; a
      *  customer with no branch yet is assigned one by BRNASG01
      *  from the region.
      *
      *  Transaction layout, customer-number order:
      *    col 1      action code O(pen) / P(roduct change)
      *    col 2-10   customer number
      *    col 11-20  account number  (P only; blank on O, assigned)
      *    col 21-22  product code
      *    col 23-25  term in months  (O of a term product; blank
      *               takes the product's default term)
      *    col 26     maturity instruction R / C / T (O of a term
      *               product; blank rolls over)
      *    col 27-35  loan amount 9(7)V99  (O of a loan product only)
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-IN
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-IN-STATUS.
           SELECT CUSTOMER-MASTER-IN
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-IN-STATUS.
           SELECT ACCT-TXN-FILE
               ASSIGN TO "data/acct_maint_txns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT PRODUCT-CATALOG-FILE
               ASSIGN TO "data/product_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT ACCOUNT-WORK-FILE
               ASSIGN TO "data/account_master_wrk.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT ACCOUNT-MASTER-OUT
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-OUT-STATUS.
           SELECT ACCT-REJECT-FILE
               ASSIGN TO "data/acct_maint_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT ACCT-LOG-FILE
               ASSIGN TO "data/acct_maint_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT LOAN-SCHEDULE-FILE
               ASSIGN TO "data/loan_schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.
           SELECT BALANCE-TXN-FILE
               ASSIGN TO "data/balance_txns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALTXN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-IN.
       COPY WSACCTM.

       FD  CUSTOMER-MASTER-IN.
       COPY WSCUSNEW.

       FD  ACCT-TXN-FILE.
       01  ACCT-TXN-REC.
           02 AX-ACTION                  PIC X(1).
           02 AX-CUST-NO                 PIC 9(9).
           02 AX-ACCT-NO                 PIC X(10).
           02 AX-PRODUCT-CODE            PIC X(2).
           02 AX-TERM-MONTHS             PIC X(3).
           02 AX-MATURITY-INSTR          PIC X(1).
           02 AX-LOAN-AMOUNT             PIC X(9).

       FD  PRODUCT-CATALOG-FILE.
       COPY WSPRDCAT.

       FD  ACCOUNT-WORK-FILE.
       01  ACCOUNT-WORK-REC              PIC X(103).

       FD  ACCOUNT-MASTER-OUT.
       01  ACCOUNT-MASTER-OUT-REC        PIC X(103).

       FD  ACCT-REJECT-FILE.
       01  ACCT-REJECT-REC               PIC X(60).

       FD  ACCT-LOG-FILE.
       01  ACCT-LOG-REC                  PIC X(132).

       FD  LOAN-SCHEDULE-FILE.
       COPY WSLNSCHD.

       FD  BALANCE-TXN-FILE.
       01  BALANCE-TXN-REC               PIC X(64).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-IN-STATUS           PIC XX.
       01 WS-CUSTOMER-IN-STATUS          PIC XX.
       01 WS-TXN-FILE-STATUS             PIC XX.
       01 WS-CATALOG-FILE-STATUS         PIC XX.
       01 WS-WORK-FILE-STATUS            PIC XX.
       01 WS-ACCOUNT-OUT-STATUS          PIC XX.
       01 WS-REJECT-FILE-STATUS          PIC XX.
       01 WS-LOG-FILE-STATUS             PIC XX.
       01 WS-SCHEDULE-FILE-STATUS        PIC XX.
       01 WS-BALTXN-FILE-STATUS          PIC XX.
       01 WS-MASTER-KEY                  PIC X(9).
       01 WS-TXN-KEY                     PIC X(9).
       01 WS-CUSTOMER-KEY                PIC X(9).
       01 WS-GROUP-KEY                   PIC X(9).
       01 WS-TXNS-READ                   PIC 9(5) VALUE 0.
       01 WS-TXNS-APPLIED                PIC 9(5) VALUE 0.
       01 WS-TXNS-REJECTED               PIC 9(5) VALUE 0.
       01 WS-ACCOUNTS-OPENED             PIC 9(5) VALUE 0.
       01 WS-LOANS-BOOKED                PIC 9(5) VALUE 0.
       01 WS-LOAN-PRINCIPAL-TOTAL        PIC 9(11)V99 VALUE 0.
       01 WS-RECORDS-OUT                 PIC 9(7) VALUE 0.
       01 WS-MASTER-READ-COUNT           PIC 9(7) VALUE 0.
       01 WS-READ-BALANCE-HASH           PIC 9(13)V99 VALUE 0.
       01 WS-WRITE-BALANCE-HASH          PIC 9(13)V99 VALUE 0.
       01 WS-REJECT-REASON               PIC X(4).
       01 WS-CUSTOMER-FOUND              PIC X(1).
           88 WS-CUSTOMER-ON-MASTER      VALUE "Y".
       01 WS-TXN-ACCT-NO                 PIC 9(10).
       01 WS-NEXT-SUFFIX                 PIC 9(2).
       01 WS-OLD-PRODUCT-CODE            PIC X(2).
       01 WS-ACCOUNT-FOUND               PIC X(1).
       01 WS-FOUND-SWITCH                PIC X(1).
           88 WS-WAS-FOUND               VALUE "Y".
       01 WS-TXN-PRODUCT-TYPE            PIC X(1).
           88 WS-TXN-TERM-PRODUCT        VALUE "T".
           88 WS-TXN-LOAN-PRODUCT        VALUE "L".
       01 WS-TXN-DEFAULT-TERM            PIC 9(3).
       01 WS-TXN-PRODUCT-STATUS          PIC X(1).
           88 WS-TXN-PRODUCT-OPEN        VALUE "A" " ".
       01 WS-TXN-RATE                    PIC 9V9(6).
       01 WS-OPEN-TERM                   PIC 9(3).
       01 WS-OPEN-INSTR                  PIC X(1).
       01 WS-RATE-DISPLAY                PIC 9.9(6).
       01 WS-OPEN-AMOUNT                 PIC 9(7)V99.
       01 WS-OPEN-AMOUNT-X REDEFINES WS-OPEN-AMOUNT
                                         PIC X(9).
       01 WS-OPEN-AMOUNT-SWITCH          PIC X(1).
           88 WS-OPEN-AMOUNT-BAD         VALUE "?".
       01 WS-DEFAULT-ACCT-NO             PIC 9(10).
       01 WS-DEFAULT-SWITCH              PIC X(1).
           88 WS-DEFAULT-ACCOUNT-OPEN    VALUE "Y".
       01 WS-OPEN-BRANCH                 PIC X(4).
       01 WS-PAYMENT-DISPLAY             PIC 9(7).99.
       01 WS-AMOUNT-DISPLAY              PIC 9(7).99.
      *
      *  The product catalog, loaded once: code to rate-master key,
      *  product type, a term product's default term, and whether
      *  the product is still open to new accounts.
      *
       01 WS-CATALOG-TABLE.
           05 WS-CATALOG-COUNT           PIC 9(3) VALUE 0.
           05 WS-CATALOG-ENTRY OCCURS 100 TIMES INDEXED BY PC-IDX.
               10 WS-CATALOG-CODE        PIC X(2).
               10 WS-CATALOG-RATE-KEY    PIC 9(4).
               10 WS-CATALOG-TYPE        PIC X(1).
               10 WS-CATALOG-TERM        PIC 9(3).
               10 WS-CATALOG-STATUS      PIC X(1).
      *
      *  One customer's accounts, held while that customer's
      *  transactions apply.  Each entry is byte-for-byte a WSACCTM
      *  record, so it moves in from and writes out to the master
      *  unchanged; the suffix is one digit, so ten entries is every
      *  account a customer can hold.
      *
       01 WS-ACCOUNT-GROUP.
           05 WS-GROUP-COUNT             PIC 9(2) VALUE 0.
           05 WS-GROUP-ENTRY OCCURS 10 TIMES INDEXED BY GR-IDX.
               10 WS-GROUP-ACCT-NO       PIC 9(10).
               10 WS-GROUP-CUST-NO       PIC 9(9).
               10 WS-GROUP-PRODUCT-CODE  PIC X(2).
               10 WS-GROUP-BALANCE       PIC S9(9)V99 COMP-3.
               10 WS-GROUP-OPEN-DATE     PIC 9(7).
               10 WS-GROUP-CLOSED-DATE   PIC 9(7).
               10 WS-GROUP-TERM-MONTHS   PIC 9(3).
               10 WS-GROUP-MATURITY-DATE PIC 9(7).
               10 WS-GROUP-FIXED-RATE    PIC 9V9(6).
               10 WS-GROUP-MATURITY-INSTR PIC X(1).
               10 WS-GROUP-NOTICE-DATE   PIC 9(7).
               10 WS-GROUP-ACCOUNT-CLASS PIC X(1).
                   88 WS-GROUP-LOAN-ACCOUNT VALUE "L".
               10 WS-GROUP-LOAN-PAYMENT  PIC 9(7)V99.
               10 WS-GROUP-LOAN-INT-DUE  PIC 9(7)V99.
               10 WS-GROUP-LOAN-ACCRUED-TO PIC 9(7).
               10 WS-GROUP-BRANCH-CODE   PIC X(4).
               10 WS-GROUP-BRANCH-DATE   PIC 9(7).
       01 WS-HIGH-SUFFIX                 PIC 9(2).
       01 WS-ENTRY-SUFFIX                PIC 9(1).
       COPY WSRUNLCK.
       COPY WSCHKDGT.
       COPY WSPRDLKP.
       COPY WSMATDAT.
       COPY WSLNAMRT.
       COPY WSBRNASG.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSCTLTOT.

       PROCEDURE DIVISION.
       ACCMNT01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "ACCMNT01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "ACCMNT01" TO RL-JOB-NAME.
           MOVE "MASTERS" TO RL-LOCK-NAME.
           MOVE WS-RUN-CCYYDDD TO RL-RUN-DATE.
           SET RL-ACTION-ACQUIRE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           IF RL-REFUSED
               DISPLAY "ACCMNT01: LOCK " RL-LOCK-NAME
                   " HELD BY " RL-HOLDER-JOB
                   " SINCE " RL-HOLDER-TIME " - NOT STARTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-PRODUCT-CATALOG.

           OPEN INPUT ACCOUNT-MASTER-IN.
           PERFORM SKIP-ACCOUNT-HEADER.
           OPEN INPUT CUSTOMER-MASTER-IN.
           PERFORM SKIP-CUSTOMER-HEADER.
           OPEN INPUT ACCT-TXN-FILE.
           OPEN OUTPUT ACCOUNT-WORK-FILE.
           OPEN OUTPUT ACCT-REJECT-FILE.
           OPEN OUTPUT ACCT-LOG-FILE.
           OPEN EXTEND LOAN-SCHEDULE-FILE.
           IF WS-SCHEDULE-FILE-STATUS NOT = "00"
               OPEN OUTPUT LOAN-SCHEDULE-FILE
           END-IF.
           OPEN EXTEND BALANCE-TXN-FILE.
           IF WS-BALTXN-FILE-STATUS NOT = "00"
               OPEN OUTPUT BALANCE-TXN-FILE
           END-IF.

           MOVE LOW-VALUES TO WS-CUSTOMER-KEY.
           PERFORM READ-NEXT-MASTER.
           PERFORM READ-NEXT-TXN.
           PERFORM UNTIL WS-MASTER-KEY = HIGH-VALUES
                   AND WS-TXN-KEY = HIGH-VALUES
               IF WS-MASTER-KEY < WS-TXN-KEY
                   WRITE ACCOUNT-WORK-REC FROM WS-ACCOUNT-RECORD
                   PERFORM COUNT-ACCOUNT-WRITTEN
                   PERFORM READ-NEXT-MASTER
               ELSE
                   PERFORM PROCESS-CUSTOMER-GROUP
               END-IF
           END-PERFORM.

           CLOSE ACCOUNT-MASTER-IN.
           CLOSE CUSTOMER-MASTER-IN.
           CLOSE ACCT-TXN-FILE.
           CLOSE ACCOUNT-WORK-FILE.
           CLOSE ACCT-REJECT-FILE.
           CLOSE ACCT-LOG-FILE.
           CLOSE LOAN-SCHEDULE-FILE.
           CLOSE BALANCE-TXN-FILE.

           PERFORM COPY-WORK-BACK-TO-MASTER.
           PERFORM POST-CONTROL-TOTALS.

           DISPLAY "ACCMNT01: TXNS READ=" WS-TXNS-READ.
           DISPLAY "ACCMNT01: TXNS APPLIED=" WS-TXNS-APPLIED.
           DISPLAY "ACCMNT01: TXNS REJECTED=" WS-TXNS-REJECTED.
           DISPLAY "ACCMNT01: ACCOUNTS OPENED=" WS-ACCOUNTS-OPENED.
           DISPLAY "ACCMNT01: LOANS BOOKED=" WS-LOANS-BOOKED.
           DISPLAY "ACCMNT01: ACCOUNT RECORDS OUT=" WS-RECORDS-OUT.

           MOVE WS-RECORDS-OUT TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           SET RL-ACTION-RELEASE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           GOBACK.

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
                               MOVE PD-PRODUCT-TYPE
                                   TO WS-CATALOG-TYPE (PC-IDX)
                               MOVE PD-DEFAULT-TERM
                                   TO WS-CATALOG-TERM (PC-IDX)
                               MOVE PD-LIFECYCLE-STATUS
                                   TO WS-CATALOG-STATUS (PC-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-CATALOG-FILE
           END-IF.

       READ-NEXT-MASTER.
           READ ACCOUNT-MASTER-IN
               AT END
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
               NOT AT END
                   ADD 1 TO WS-MASTER-READ-COUNT
                   COMPUTE WS-READ-BALANCE-HASH =
                       WS-READ-BALANCE-HASH
                       + FUNCTION ABS (AM-BALANCE)
                   MOVE AM-CUST-NO TO WS-MASTER-KEY
           END-READ.

       READ-NEXT-TXN.
           READ ACCT-TXN-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-TXN-KEY
               NOT AT END
                   ADD 1 TO WS-TXNS-READ
                   MOVE ACCT-TXN-REC (2:9) TO WS-TXN-KEY
           END-READ.

       COUNT-ACCOUNT-WRITTEN.
           ADD 1 TO WS-RECORDS-OUT.
           COMPUTE WS-WRITE-BALANCE-HASH = WS-WRITE-BALANCE-HASH
               + FUNCTION ABS (AM-BALANCE).

      ***************************************************************
      *  One customer's transactions apply together against that
      *  customer's accounts: the accounts are gathered into the
      *  group table (noting the highest suffix in use), every
      *  transaction for the customer is judged against the group,
      *  and the group is written back in suffix order with any new
      *  accounts after the existing ones - so the account master
      *  stays in account-number order without a sort.
      ***************************************************************
       PROCESS-CUSTOMER-GROUP.
           MOVE WS-TXN-KEY TO WS-GROUP-KEY.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE 0 TO WS-HIGH-SUFFIX.
           PERFORM UNTIL WS-MASTER-KEY NOT = WS-GROUP-KEY
               PERFORM ADD-MASTER-TO-GROUP
               PERFORM READ-NEXT-MASTER
           END-PERFORM.

           PERFORM POSITION-CUSTOMER-MASTER.

           PERFORM UNTIL WS-TXN-KEY NOT = WS-GROUP-KEY
               PERFORM APPLY-ONE-ACCT-TXN
               PERFORM READ-NEXT-TXN
           END-PERFORM.

           PERFORM WRITE-ACCOUNT-GROUP.

       ADD-MASTER-TO-GROUP.
           IF WS-GROUP-COUNT < 10
               ADD 1 TO WS-GROUP-COUNT
               SET GR-IDX TO WS-GROUP-COUNT
               MOVE WS-ACCOUNT-RECORD TO WS-GROUP-ENTRY (GR-IDX)
           ELSE
               WRITE ACCOUNT-WORK-REC FROM WS-ACCOUNT-RECORD
               PERFORM COUNT-ACCOUNT-WRITTEN
           END-IF.
           COMPUTE WS-ENTRY-SUFFIX = FUNCTION MOD (AM-ACCT-NO, 10).
           IF WS-ENTRY-SUFFIX > WS-HIGH-SUFFIX
               MOVE WS-ENTRY-SUFFIX TO WS-HIGH-SUFFIX
           END-IF.

      ***************************************************************
      *  The customer master is read forward alongside the
      *  transactions; an open is only honored for a customer who
      *  is on it.
      ***************************************************************
       POSITION-CUSTOMER-MASTER.
           PERFORM UNTIL WS-CUSTOMER-KEY NOT < WS-GROUP-KEY
               READ CUSTOMER-MASTER-IN
                   AT END
                       MOVE HIGH-VALUES TO WS-CUSTOMER-KEY
                   NOT AT END
                       MOVE CN-CUST-NO TO WS-CUSTOMER-KEY
               END-READ
           END-PERFORM.
           IF WS-CUSTOMER-KEY = WS-GROUP-KEY
               MOVE "Y" TO WS-CUSTOMER-FOUND
           ELSE
               MOVE "N" TO WS-CUSTOMER-FOUND
           END-IF.

      ***************************************************************
      *  Every keyed customer number validates through the shared
      *  check-digit service before any action is judged, exactly
      *  as CUSMNT01 does - the account number is built from it.
      ***************************************************************
       APPLY-ONE-ACCT-TXN.
           MOVE AX-CUST-NO TO CD-CUST-NO.
           SET CD-ACTION-VALIDATE TO TRUE.
           CALL "CHKDGT01" USING WS-CHECK-DIGIT-REQUEST.
           IF CD-NUMBER-INVALID
               MOVE "CKDG" TO WS-REJECT-REASON
               PERFORM WRITE-ACCT-REJECT
           ELSE
               EVALUATE AX-ACTION
                   WHEN "O"
                       PERFORM JUDGE-OPEN
                   WHEN "P"
                       PERFORM JUDGE-PRODUCT-CHANGE
                   WHEN OTHER
                       MOVE "ACTN" TO WS-REJECT-REASON
                       PERFORM WRITE-ACCT-REJECT
               END-EVALUATE
           END-IF.

       JUDGE-OPEN.
           PERFORM VALIDATE-PRODUCT-CODE.
           PERFORM VALIDATE-TERM-FIELDS.
           PERFORM VALIDATE-LOAN-AMOUNT.
           PERFORM FIND-DEFAULT-ACCOUNT.
           EVALUATE TRUE
               WHEN NOT WS-CUSTOMER-ON-MASTER
                   MOVE "NFND" TO WS-REJECT-REASON
                   PERFORM WRITE-ACCT-REJECT
               WHEN CN-STATUS-FROZEN
                   MOVE "FRZN" TO WS-REJECT-REASON
                   PERFORM WRITE-ACCT-REJECT
               WHEN CN-RISK-HIGH
                       AND CN-REVIEW-DUE-DATE NOT > WS-RUN-CCYYDDD
                   MOVE "KYCR" TO WS-REJECT-REASON
                   PERFORM WRITE-ACCT-REJECT
               WHEN NOT WS-WAS-FOUND
                   MOVE "PROD" TO WS-REJECT-REASON
                   PERFORM WRITE-ACCT-REJECT
               WHEN NOT WS-TXN-PRODUCT-OPEN
                   MOVE "PCLS" TO WS-REJECT-REASON
                   PERFORM WRITE-ACCT-REJECT
               WHEN WS-HIGH-SUFFIX > 8
               WHEN WS-GROUP-COUNT NOT < 10
                   MOVE "SFXF" TO WS-REJECT-REASON
                   PERFORM WRITE-ACCT-REJECT
               WHEN WS-OPEN-TERM = 999
                   MOVE "TERM" TO WS-REJECT-REASON
                   PERFORM WRITE-ACCT-REJECT
               WHEN WS-OPEN-INSTR = "?"
                   MOVE "INST" TO WS-REJECT-REASON
                   PERFORM WRITE-ACCT-REJECT
               WHEN WS-OPEN-AMOUNT-BAD
                   MOVE "AMNT" TO WS-REJECT-REASON
                   PERFORM WRITE-ACCT-REJECT
               WHEN WS-TXN-LOAN-PRODUCT
                       AND NOT WS-DEFAULT-ACCOUNT-OPEN
                   MOVE "DFLT" TO WS-REJECT-REASON
                   PERFORM WRITE-ACCT-REJECT
               WHEN OTHER
                   PERFORM APPLY-OPEN
           END-EVALUATE.

       JUDGE-PRODUCT-CHANGE.
           PERFORM VALIDATE-PRODUCT-CODE.
           PERFORM FIND-GROUP-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-ACCOUNT-FOUND = "N"
                   MOVE "NFND" TO WS-REJECT-REASON
                   PERFORM WRITE-ACCT-REJECT
               WHEN WS-GROUP-CLOSED-DATE (GR-IDX) NOT = 0
                   MOVE "CLSD" TO WS-REJECT-REASON
                   PERFORM WRITE-ACCT-REJECT
               WHEN NOT WS-WAS-FOUND
                   MOVE "PROD" TO WS-REJECT-REASON
                   PERFORM WRITE-ACCT-REJECT
               WHEN WS-GROUP-PRODUCT-CODE (GR-IDX) = AX-PRODUCT-CODE
                   MOVE "SAME" TO WS-REJECT-REASON
                   PERFORM WRITE-ACCT-REJECT
               WHEN NOT WS-TXN-PRODUCT-OPEN
                   MOVE "PCLS" TO WS-REJECT-REASON
                   PERFORM WRITE-ACCT-REJECT
               WHEN WS-GROUP-LOAN-ACCOUNT (GR-IDX)
               WHEN WS-TXN-LOAN-PRODUCT
                   MOVE "LOAN" TO WS-REJECT-REASON
                   PERFORM WRITE-ACCT-REJECT
               WHEN WS-GROUP-TERM-MONTHS (GR-IDX) NOT = 0
               WHEN WS-TXN-TERM-PRODUCT
                   MOVE "TERM" TO WS-REJECT-REASON
                   PERFORM WRITE-ACCT-REJECT
               WHEN OTHER
                   PERFORM APPLY-PRODUCT-CHANGE
           END-EVALUATE.

      ***************************************************************
      *  A product code is good only if the catalog knows it and
      *  the rate master has a rate for its key in force tonight -
      *  an account is never opened onto, or moved onto, a product
      *  that has not been priced yet.
      ***************************************************************
       VALIDATE-PRODUCT-CODE.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE "D" TO WS-TXN-PRODUCT-TYPE.
           MOVE 0 TO WS-TXN-DEFAULT-TERM.
           MOVE SPACE TO WS-TXN-PRODUCT-STATUS.
           MOVE 0 TO WS-TXN-RATE.
           PERFORM VARYING PC-IDX FROM 1 BY 1
                   UNTIL PC-IDX > WS-CATALOG-COUNT OR WS-WAS-FOUND
               IF WS-CATALOG-CODE (PC-IDX) = AX-PRODUCT-CODE
                   MOVE "Y" TO WS-FOUND-SWITCH
                   MOVE WS-CATALOG-RATE-KEY (PC-IDX) TO PK-PROD-KEY
                   MOVE WS-CATALOG-TYPE (PC-IDX)
                       TO WS-TXN-PRODUCT-TYPE
                   MOVE WS-CATALOG-TERM (PC-IDX)
                       TO WS-TXN-DEFAULT-TERM
                   MOVE WS-CATALOG-STATUS (PC-IDX)
                       TO WS-TXN-PRODUCT-STATUS
               END-IF
           END-PERFORM.
           IF WS-WAS-FOUND
               MOVE WS-RUN-CCYYDDD TO PK-AS-OF-DATE
               CALL "PRDLKP01" USING WS-PRODUCT-LOOKUP
               IF PK-NOT-FOUND
                   MOVE "N" TO WS-FOUND-SWITCH
               ELSE
                   COMPUTE WS-TXN-RATE = PK-AMOUNT / 1000000
               END-IF
           END-IF.

      ***************************************************************
      *  The term and instruction columns mean something only on
      *  the open of a term product: blank takes the product's
      *  default term and a rollover, a keyed term must be a whole
      *  number of months from 1 to 120, and the instruction must
      *  be R, C, or T.  On a demand product both must be blank.
      *  A loan takes a term the same way, from 1 to 360 months,
      *  and no instruction - it pays down, it does not mature.
      *  A bad term comes back as 999 and a bad instruction as ?.
      ***************************************************************
       VALIDATE-TERM-FIELDS.
           MOVE 0 TO WS-OPEN-TERM.
           MOVE SPACE TO WS-OPEN-INSTR.
           EVALUATE TRUE
               WHEN WS-TXN-LOAN-PRODUCT
                   PERFORM VALIDATE-KEYED-TERM
                   IF WS-OPEN-TERM > 360
                       MOVE 999 TO WS-OPEN-TERM
                   END-IF
                   IF AX-MATURITY-INSTR NOT = SPACE
                       MOVE "?" TO WS-OPEN-INSTR
                   END-IF
               WHEN WS-TXN-TERM-PRODUCT
                   PERFORM VALIDATE-KEYED-TERM
                   IF WS-OPEN-TERM > 120
                       MOVE 999 TO WS-OPEN-TERM
                   END-IF
                   EVALUATE AX-MATURITY-INSTR
                       WHEN SPACE
                           MOVE "R" TO WS-OPEN-INSTR
                       WHEN "R"
                       WHEN "C"
                       WHEN "T"
                           MOVE AX-MATURITY-INSTR TO WS-OPEN-INSTR
                       WHEN OTHER
                           MOVE "?" TO WS-OPEN-INSTR
                   END-EVALUATE
               WHEN OTHER
                   IF AX-TERM-MONTHS NOT = SPACES
                       MOVE 999 TO WS-OPEN-TERM
                   END-IF
                   IF AX-MATURITY-INSTR NOT = SPACE
                       MOVE "?" TO WS-OPEN-INSTR
                   END-IF
           END-EVALUATE.

       VALIDATE-KEYED-TERM.
           IF AX-TERM-MONTHS = SPACES
               MOVE WS-TXN-DEFAULT-TERM TO WS-OPEN-TERM
           ELSE
               IF AX-TERM-MONTHS IS NUMERIC
                   MOVE AX-TERM-MONTHS TO WS-OPEN-TERM
               ELSE
                   MOVE 999 TO WS-OPEN-TERM
               END-IF
           END-IF.
           IF WS-OPEN-TERM = 0
               MOVE 999 TO WS-OPEN-TERM
           END-IF.

      ***************************************************************
      *  The amount columns carry the principal of a loan being
      *  booked and nothing else: a loan needs a nonzero numeric
      *  amount, and any other open must leave them blank.
      ***************************************************************
       VALIDATE-LOAN-AMOUNT.
           MOVE SPACE TO WS-OPEN-AMOUNT-SWITCH.
           MOVE 0 TO WS-OPEN-AMOUNT.
           IF WS-TXN-LOAN-PRODUCT
               IF AX-LOAN-AMOUNT IS NUMERIC
                   MOVE AX-LOAN-AMOUNT TO WS-OPEN-AMOUNT-X
                   IF WS-OPEN-AMOUNT = 0
                       MOVE "?" TO WS-OPEN-AMOUNT-SWITCH
                   END-IF
               ELSE
                   MOVE "?" TO WS-OPEN-AMOUNT-SWITCH
               END-IF
           ELSE
               IF AX-LOAN-AMOUNT NOT = SPACES
                   MOVE "?" TO WS-OPEN-AMOUNT-SWITCH
               END-IF
           END-IF.

      ***************************************************************
      *  A loan's principal is paid into the customer's default
      *  account - suffix 1 - so that account must be in the group
      *  and still open.
      ***************************************************************
       FIND-DEFAULT-ACCOUNT.
           MOVE "N" TO WS-DEFAULT-SWITCH.
           COMPUTE WS-DEFAULT-ACCT-NO = AX-CUST-NO * 10 + 1.
           PERFORM VARYING GR-IDX FROM 1 BY 1
                   UNTIL GR-IDX > WS-GROUP-COUNT
               IF WS-GROUP-ACCT-NO (GR-IDX) = WS-DEFAULT-ACCT-NO
                       AND WS-GROUP-CLOSED-DATE (GR-IDX) = 0
                   MOVE "Y" TO WS-DEFAULT-SWITCH
               END-IF
           END-PERFORM.

       FIND-GROUP-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-FOUND.
           IF AX-ACCT-NO IS NUMERIC
               MOVE AX-ACCT-NO TO WS-TXN-ACCT-NO
               SET GR-IDX TO 1
               SEARCH WS-GROUP-ENTRY
                   AT END
                       CONTINUE
                   WHEN GR-IDX > WS-GROUP-COUNT
                       CONTINUE
                   WHEN WS-GROUP-ACCT-NO (GR-IDX) = WS-TXN-ACCT-NO
                       MOVE "Y" TO WS-ACCOUNT-FOUND
               END-SEARCH
           END-IF.

       APPLY-OPEN.
           COMPUTE WS-NEXT-SUFFIX = WS-HIGH-SUFFIX + 1.
           ADD 1 TO WS-GROUP-COUNT.
           SET GR-IDX TO WS-GROUP-COUNT.
           COMPUTE WS-GROUP-ACCT-NO (GR-IDX) =
               AX-CUST-NO * 10 + WS-NEXT-SUFFIX.
           MOVE AX-CUST-NO TO WS-GROUP-CUST-NO (GR-IDX).
           MOVE AX-PRODUCT-CODE TO WS-GROUP-PRODUCT-CODE (GR-IDX).
           MOVE 0 TO WS-GROUP-BALANCE (GR-IDX).
           MOVE WS-RUN-CCYYDDD TO WS-GROUP-OPEN-DATE (GR-IDX).
           MOVE 0 TO WS-GROUP-CLOSED-DATE (GR-IDX).
           MOVE WS-OPEN-TERM TO WS-GROUP-TERM-MONTHS (GR-IDX).
           MOVE 0 TO WS-GROUP-MATURITY-DATE (GR-IDX).
           MOVE 0 TO WS-GROUP-FIXED-RATE (GR-IDX).
           MOVE WS-OPEN-INSTR TO WS-GROUP-MATURITY-INSTR (GR-IDX).
           MOVE 0 TO WS-GROUP-NOTICE-DATE (GR-IDX).
           MOVE "D" TO WS-GROUP-ACCOUNT-CLASS (GR-IDX).
           MOVE 0 TO WS-GROUP-LOAN-PAYMENT (GR-IDX).
           MOVE 0 TO WS-GROUP-LOAN-INT-DUE (GR-IDX).
           MOVE 0 TO WS-GROUP-LOAN-ACCRUED-TO (GR-IDX).
           PERFORM FIND-CUSTOMER-BRANCH.
           MOVE WS-OPEN-BRANCH TO WS-GROUP-BRANCH-CODE (GR-IDX).
           MOVE WS-RUN-CCYYDDD TO WS-GROUP-BRANCH-DATE (GR-IDX).
           IF WS-TXN-LOAN-PRODUCT
               PERFORM BOOK-LOAN
           END-IF.
           IF WS-TXN-TERM-PRODUCT
               MOVE WS-RUN-CCYYDDD TO MD-START-DATE
               MOVE WS-OPEN-TERM TO MD-TERM-MONTHS
               CALL "MATDAT01" USING WS-MATURITY-DATE-REQUEST
               MOVE MD-MATURITY-DATE
                   TO WS-GROUP-MATURITY-DATE (GR-IDX)
               MOVE WS-TXN-RATE TO WS-GROUP-FIXED-RATE (GR-IDX)
           END-IF.
           MOVE WS-NEXT-SUFFIX TO WS-HIGH-SUFFIX.
           ADD 1 TO WS-ACCOUNTS-OPENED.
           ADD 1 TO WS-TXNS-APPLIED.
           MOVE SPACES TO ACCT-LOG-REC.
           EVALUATE TRUE
               WHEN WS-TXN-LOAN-PRODUCT
                   MOVE WS-TXN-RATE TO WS-RATE-DISPLAY
                   MOVE LA-PAYMENT TO WS-PAYMENT-DISPLAY
                   MOVE WS-OPEN-AMOUNT TO WS-AMOUNT-DISPLAY
                   STRING WS-RUN-CCYYDDD " O " WS-GROUP-ACCT-NO (GR-IDX)
                           " CUST=" AX-CUST-NO
                           " LOAN PRODUCT=" AX-PRODUCT-CODE
                           " TERM=" WS-OPEN-TERM
                           " RATE=" WS-RATE-DISPLAY
                           " AMOUNT=" WS-AMOUNT-DISPLAY
                           " PAYMENT=" WS-PAYMENT-DISPLAY
                           " BRANCH=" WS-OPEN-BRANCH
                       DELIMITED BY SIZE INTO ACCT-LOG-REC
               WHEN WS-TXN-TERM-PRODUCT
                   MOVE WS-TXN-RATE TO WS-RATE-DISPLAY
                   STRING WS-RUN-CCYYDDD " O " WS-GROUP-ACCT-NO (GR-IDX)
                           " CUST=" AX-CUST-NO
                           " OPENED PRODUCT=" AX-PRODUCT-CODE
                           " TERM=" WS-OPEN-TERM
                           " MATURES=" MD-MATURITY-DATE
                           " RATE=" WS-RATE-DISPLAY
                           " INSTR=" WS-OPEN-INSTR
                           " BRANCH=" WS-OPEN-BRANCH
                       DELIMITED BY SIZE INTO ACCT-LOG-REC
               WHEN OTHER
                   STRING WS-RUN-CCYYDDD " O " WS-GROUP-ACCT-NO (GR-IDX)
                           " CUST=" AX-CUST-NO
                           " OPENED PRODUCT=" AX-PRODUCT-CODE
                           " BRANCH=" WS-OPEN-BRANCH
                       DELIMITED BY SIZE INTO ACCT-LOG-REC
           END-EVALUATE.
           WRITE ACCT-LOG-REC.

      ***************************************************************
      *  The new account's branch: the default account's if the
      *  customer has one on file, else the first branch among the
      *  customer's other accounts, else a new relationship and
      *  BRNASG01's pick from the customer's region.  The new
      *  entry itself is last in the group and has no branch yet.
      ***************************************************************
       FIND-CUSTOMER-BRANCH.
           MOVE SPACES TO WS-OPEN-BRANCH.
           COMPUTE WS-DEFAULT-ACCT-NO = AX-CUST-NO * 10 + 1.
           PERFORM VARYING GR-IDX FROM 1 BY 1
                   UNTIL GR-IDX >= WS-GROUP-COUNT
               IF WS-GROUP-ACCT-NO (GR-IDX) = WS-DEFAULT-ACCT-NO
                       AND WS-GROUP-BRANCH-CODE (GR-IDX) NOT = SPACES
                   MOVE WS-GROUP-BRANCH-CODE (GR-IDX) TO WS-OPEN-BRANCH
               END-IF
           END-PERFORM.
           PERFORM VARYING GR-IDX FROM 1 BY 1
                   UNTIL GR-IDX >= WS-GROUP-COUNT
                       OR WS-OPEN-BRANCH NOT = SPACES
               IF WS-GROUP-BRANCH-CODE (GR-IDX) NOT = SPACES
                   MOVE WS-GROUP-BRANCH-CODE (GR-IDX) TO WS-OPEN-BRANCH
               END-IF
           END-PERFORM.
           IF WS-OPEN-BRANCH = SPACES
               MOVE CN-REGION-CODE TO BA-REGION-CODE
               MOVE CN-ZIP TO BA-ZIP
               CALL "BRNASG01" USING WS-BRANCH-ASSIGN-REQUEST
               MOVE BA-BRANCH-CODE TO WS-OPEN-BRANCH
           END-IF.
           SET GR-IDX TO WS-GROUP-COUNT.

      ***************************************************************
      *  Booking a loan: the account carries the principal as its
      *  balance, the rate fixed tonight, the final due date, and
      *  the level payment; interest starts accruing from tonight.
      *  The schedule goes to the loan schedule file as it was
      *  quoted, and the principal goes out as an LD credit to the
      *  default account on the balance transaction file.
      ***************************************************************
       BOOK-LOAN.
           MOVE "L" TO WS-GROUP-ACCOUNT-CLASS (GR-IDX).
           MOVE WS-OPEN-AMOUNT TO WS-GROUP-BALANCE (GR-IDX).
           MOVE WS-TXN-RATE TO WS-GROUP-FIXED-RATE (GR-IDX).
           MOVE WS-RUN-CCYYDDD TO WS-GROUP-LOAN-ACCRUED-TO (GR-IDX).
           MOVE WS-OPEN-AMOUNT TO LA-PRINCIPAL.
           MOVE WS-TXN-RATE TO LA-ANNUAL-RATE.
           MOVE WS-OPEN-TERM TO LA-TERM-MONTHS.
           MOVE WS-RUN-CCYYDDD TO LA-START-DATE.
           CALL "LNAMRT01" USING WS-LOAN-AMORT-REQUEST.
           MOVE LA-PAYMENT TO WS-GROUP-LOAN-PAYMENT (GR-IDX).
           MOVE LA-DUE-DATE (LA-INSTALLMENT-COUNT)
               TO WS-GROUP-MATURITY-DATE (GR-IDX).
           PERFORM VARYING LA-IDX FROM 1 BY 1
                   UNTIL LA-IDX > LA-INSTALLMENT-COUNT
               MOVE WS-GROUP-ACCT-NO (GR-IDX) TO LS-ACCT-NO
               MOVE AX-CUST-NO TO LS-CUST-NO
               SET LS-INSTALLMENT-NO TO LA-IDX
               MOVE LA-DUE-DATE (LA-IDX) TO LS-DUE-DATE
               MOVE LA-DUE-PAYMENT (LA-IDX) TO LS-PAYMENT
               MOVE LA-DUE-INTEREST (LA-IDX) TO LS-INTEREST
               MOVE LA-DUE-PRINCIPAL (LA-IDX) TO LS-PRINCIPAL
               MOVE LA-REMAINING (LA-IDX) TO LS-REMAINING
               WRITE WS-LOAN-SCHEDULE-RECORD
           END-PERFORM.
           MOVE SPACES TO BALANCE-TXN-REC.
           MOVE AX-CUST-NO TO BALANCE-TXN-REC (1:9).
           MOVE "LD" TO BALANCE-TXN-REC (10:2).
           MOVE "+" TO BALANCE-TXN-REC (12:1).
           MOVE WS-OPEN-AMOUNT-X TO BALANCE-TXN-REC (13:9).
           MOVE WS-DEFAULT-ACCT-NO TO BALANCE-TXN-REC (42:10).
           WRITE BALANCE-TXN-REC.
           ADD 1 TO WS-LOANS-BOOKED.
           ADD WS-OPEN-AMOUNT TO WS-LOAN-PRINCIPAL-TOTAL.

       APPLY-PRODUCT-CHANGE.
           MOVE WS-GROUP-PRODUCT-CODE (GR-IDX) TO WS-OLD-PRODUCT-CODE.
           MOVE AX-PRODUCT-CODE TO WS-GROUP-PRODUCT-CODE (GR-IDX).
           ADD 1 TO WS-TXNS-APPLIED.
           MOVE SPACES TO ACCT-LOG-REC.
           STRING WS-RUN-CCYYDDD " P " WS-GROUP-ACCT-NO (GR-IDX)
                   " CUST=" AX-CUST-NO
                   " PRODUCT " WS-OLD-PRODUCT-CODE
                   " TO " AX-PRODUCT-CODE
               DELIMITED BY SIZE INTO ACCT-LOG-REC.
           WRITE ACCT-LOG-REC.

       WRITE-ACCOUNT-GROUP.
           PERFORM VARYING GR-IDX FROM 1 BY 1
                   UNTIL GR-IDX > WS-GROUP-COUNT
               WRITE ACCOUNT-WORK-REC FROM WS-GROUP-ENTRY (GR-IDX)
               ADD 1 TO WS-RECORDS-OUT
               COMPUTE WS-WRITE-BALANCE-HASH = WS-WRITE-BALANCE-HASH
                   + FUNCTION ABS (WS-GROUP-BALANCE (GR-IDX))
           END-PERFORM.

       WRITE-ACCT-REJECT.
           ADD 1 TO WS-TXNS-REJECTED.
           MOVE SPACES TO ACCT-REJECT-REC.
           STRING WS-REJECT-REASON " " ACCT-TXN-REC
               DELIMITED BY SIZE INTO ACCT-REJECT-REC.
           WRITE ACCT-REJECT-REC.

      ***************************************************************
      *  What this step consumed from the account master and what
      *  it handed back: an open adds a record at a zero balance,
      *  so the hashes agree whenever the counts differ only by the
      *  accounts opened - except that a booked loan opens at its
      *  principal, which the write hash carries over the read hash.
      *  The disbursements are this step's contribution to the
      *  balance transaction file.
      ***************************************************************
       POST-CONTROL-TOTALS.
           MOVE WS-RUN-CCYYDDD TO CT-RUN-DATE.
           MOVE "ACCMNT01" TO CT-STEP-NAME.
           SET CT-ROLE-CONSUMER TO TRUE.
           MOVE "data/account_master.dat" TO CT-FILE-NAME.
           MOVE WS-MASTER-READ-COUNT TO CT-RECORD-COUNT.
           MOVE WS-READ-BALANCE-HASH TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

           SET CT-ROLE-PRODUCER TO TRUE.
           MOVE WS-RECORDS-OUT TO CT-RECORD-COUNT.
           MOVE WS-WRITE-BALANCE-HASH TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

           MOVE "data/balance_txns.dat" TO CT-FILE-NAME.
           MOVE WS-LOANS-BOOKED TO CT-RECORD-COUNT.
           MOVE WS-LOAN-PRINCIPAL-TOTAL TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

      ***************************************************************
      *  The balanced-line pass wrote the updated master to the work
      *  file; this pass copies it back over the live master.
      ***************************************************************
       COPY-WORK-BACK-TO-MASTER.
           OPEN INPUT ACCOUNT-WORK-FILE.
           OPEN OUTPUT ACCOUNT-MASTER-OUT.
           PERFORM STAMP-ACCOUNT-HEADER.
           IF WS-WORK-FILE-STATUS = "00"
               PERFORM UNTIL WS-WORK-FILE-STATUS = "10"
                   READ ACCOUNT-WORK-FILE
                       AT END
                           MOVE "10" TO WS-WORK-FILE-STATUS
                       NOT AT END
                           WRITE ACCOUNT-MASTER-OUT-REC
                               FROM ACCOUNT-WORK-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ACCOUNT-WORK-FILE.
           CLOSE ACCOUNT-MASTER-OUT.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "ACCMNT01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-IN-STATUS = "00"
               READ ACCOUNT-MASTER-IN
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       SKIP-CUSTOMER-HEADER.
           IF WS-CUSTOMER-IN-STATUS = "00"
               READ CUSTOMER-MASTER-IN
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       STAMP-ACCOUNT-HEADER.
           MOVE "ACCMNT01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           SET LC-ACTION-STAMP TO TRUE.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           WRITE ACCOUNT-MASTER-OUT-REC FROM LC-RECORD-IMAGE.
       END PROGRAM ACCMNT01.
