       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRFRPT01.
      ***************************************************************
      *  PRFRPT01 - monthly customer and product profitability.
      *  Balances (RGNRPT01), fees (FEEASS01), and interest paid
      *  (INTACC01) each had a report of their own and none of them
      *  said whether a relationship made the bank money.  This job
      *  brings the month together - the first of the run month
      *  through the run date - for every account and every
      *  customer:
      *    fee income      the FEEASS01 fee and term-deposit penalty
      *                    lines on the posting journal, booked to
      *                    the customer's default account, and the
      *                    ACCCLS01 closing fees on the closure
      *                    journal, booked to the closed account -
      *                    the BRNRPT01 rules;
      *    debit interest  the INTACC01 DRIN= charges on the
      *                    interest journal and the interest part of
      *                    the month's loan payments off the loan
      *                    payment history;
      *    FTP credit      the funds-transfer credit on the account's
      *                    balance at the run date, a month of the
      *                    annual control rate on the profitability
      *                    control file - a deposit earns it for the
      *                    funds it provides, a loan pays it for the
      *                    funds it uses;
      *    interest paid   every other interest-journal money line,
      *                    booked to the account the line names (the
      *                    GLEXTR01 rules) or the default account;
      *    write-offs      the SUSWOF01 write-off journal, keyed by
      *                    the low six digits of the customer number
      *                    the way POSTAP01 keys its suspense, booked
      *                    to the default account;
      *    servicing cost  a month's cost per account by product off
      *                    the servicing-cost file (a blank product
      *                    row is the cost of a product without one),
      *                    for every account open at the run date or
      *                    closed during the month.
      *  Net contribution is the income less the costs.  Each
      *  account and customer goes to the detail file; the report
      *  rolls the month up by product, by region, and by WSAGEBND
      *  age band (derived through AGEDRV01 as RGNRPT01 does), and
      *  ranks the least profitable relationships, the count from
      *  the control file.  An amount for an account not on the
      *  account master stays with its customer and reports under
      *  NO ACCOUNT by product; one for a customer not on the
      *  master reports under NOT ON MASTER.  Every roll-up is
      *  proven against the month's totals the RGNRPT01 way.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFIT-CONTROL-FILE
               ASSIGN TO "data/profitability_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT SERVICING-COST-FILE
               ASSIGN TO "data/servicing_costs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-FILE-STATUS.
           SELECT PRODUCT-CATALOG-FILE
               ASSIGN TO "data/product_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT CUSTOMER-INTAKE-FILE
               ASSIGN TO "data/customer_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "data/posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-FILE-STATUS.
           SELECT CLOSURE-JOURNAL-FILE
               ASSIGN TO "data/closure_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSURE-FILE-STATUS.
           SELECT INTEREST-JOURNAL-FILE
               ASSIGN TO "data/interest_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEREST-FILE-STATUS.
           SELECT LOAN-PAYMENT-FILE
               ASSIGN TO "data/loan_payment_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANPAY-FILE-STATUS.
           SELECT WRITEOFF-JOURNAL-FILE
               ASSIGN TO "data/writeoff_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITEOFF-FILE-STATUS.
           SELECT PROFIT-DETAIL-FILE
               ASSIGN TO "data/profitability_detail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.
           SELECT PROFIT-REPORT-FILE
               ASSIGN TO "data/profitability_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT PROFIT-RANK-SORT
               ASSIGN TO "data/profitability_sortwk.dat".

       DATA DIVISION.
       FILE SECTION.
      *    Annual funds-transfer rate as a fraction with six implied
      *    decimals (0000045000 is 4.5 per cent), and how many of the
      *    least profitable relationships the report ranks.
       FD  PROFIT-CONTROL-FILE.
       01  PROFIT-CONTROL-REC.
           02 PF-FTP-RATE                PIC 9(4)V9(6).
           02 PF-RANK-COUNT              PIC 9(3).

      *    A month's cost of servicing one account of the product.
       FD  SERVICING-COST-FILE.
       01  SERVICING-COST-REC.
           02 SC-PRODUCT-CODE            PIC X(2).
           02 SC-MONTHLY-COST            PIC 9(5)V99.

       FD  PRODUCT-CATALOG-FILE.
       COPY WSPRDCAT.

       FD  CUSTOMER-INTAKE-FILE.
       01  CUSTOMER-INTAKE-REC.
           02 CI-CUST-NO                 PIC 9(6).
           02 CI-CUST-NAME               PIC X(20).
           02 CI-CUST-AGE                PIC 9(3).
           02 CI-BIRTH-DATE              PIC 9(8).

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  POSTING-JOURNAL-FILE.
       01  POSTING-JOURNAL-REC           PIC X(90).

       FD  CLOSURE-JOURNAL-FILE.
       01  CLOSURE-JOURNAL-REC           PIC X(80).

       FD  INTEREST-JOURNAL-FILE.
       01  INTEREST-JOURNAL-REC          PIC X(90).

       FD  LOAN-PAYMENT-FILE.
       COPY WSLNPAY.

       FD  WRITEOFF-JOURNAL-FILE.
       01  WRITEOFF-JOURNAL-REC          PIC X(60).

       FD  PROFIT-DETAIL-FILE.
       01  PROFIT-DETAIL-REC             PIC X(132).

       FD  PROFIT-REPORT-FILE.
       01  PROFIT-REPORT-REC             PIC X(132).

      *
      *  Lowest net contribution first; the customer's place in the
      *  customer table breaks a tie in customer order.
      *
       SD  PROFIT-RANK-SORT.
       01  PROFIT-RANK-REC.
           05 PR-NET                     PIC S9(11)V99
                                         SIGN LEADING SEPARATE.
           05 PR-CUST-POS                PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILE-STATUS         PIC XX.
       01 WS-COST-FILE-STATUS            PIC XX.
       01 WS-CATALOG-FILE-STATUS         PIC XX.
       01 WS-INTAKE-FILE-STATUS          PIC XX.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-POSTING-FILE-STATUS         PIC XX.
       01 WS-CLOSURE-FILE-STATUS         PIC XX.
       01 WS-INTEREST-FILE-STATUS        PIC XX.
       01 WS-LOANPAY-FILE-STATUS         PIC XX.
       01 WS-WRITEOFF-FILE-STATUS        PIC XX.
       01 WS-DETAIL-FILE-STATUS          PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-SORT-RETURN                 PIC XX.
       01 WS-PERIOD-START                PIC 9(7).
       01 WS-RUN-GREGORIAN               PIC 9(8).
       01 WS-FTP-RATE                    PIC 9(4)V9(6) VALUE 0.
       01 WS-RANK-COUNT                  PIC 9(3) VALUE 25.
       01 WS-RANKED                      PIC 9(3) VALUE 0.
      *
      *  The six parts of a month's contribution, in one order
      *  everywhere they are carried: income first, then costs.
      *
       01 WS-COMPONENT                   PIC 9(1).
           88 WS-COMP-FEES               VALUE 1.
           88 WS-COMP-DEBIT-INTEREST     VALUE 2.
           88 WS-COMP-FTP-CREDIT         VALUE 3.
           88 WS-COMP-INTEREST-PAID      VALUE 4.
           88 WS-COMP-WRITE-OFFS         VALUE 5.
           88 WS-COMP-SERVICING-COST     VALUE 6.
      *
      *  Servicing cost by product; a blank product is the default.
      *
       01 WS-COST-TABLE.
           05 WS-COST-COUNT              PIC 9(3) VALUE 0.
           05 WS-COST-ENTRY OCCURS 100 TIMES INDEXED BY SC-IDX.
               10 WS-COST-PRODUCT        PIC X(2).
               10 WS-COST-AMOUNT         PIC 9(5)V99.
       01 WS-DEFAULT-COST                PIC 9(5)V99 VALUE 0.
       01 WS-PRODUCT-NAME-TABLE.
           05 WS-PRODUCT-NAME-COUNT      PIC 9(3) VALUE 0.
           05 WS-PRODUCT-NAME-ENTRY OCCURS 100 TIMES
                   INDEXED BY PN-IDX.
               10 WS-PN-CODE             PIC X(2).
               10 WS-PN-NAME             PIC X(24).
       01 WS-BIRTH-TABLE.
           05 WS-BIRTH-COUNT             PIC 9(4) VALUE 0.
           05 WS-BIRTH-ENTRY OCCURS 5000 TIMES INDEXED BY BI-IDX.
               10 WS-BIRTH-CUST-NO       PIC 9(6).
               10 WS-BIRTH-DATE-VAL      PIC 9(8).
      *
      *  Customers in master order and accounts in account order,
      *  for SEARCH ALL as the journals are booked.
      *
       01 WS-CUSTOMER-COUNT              PIC 9(7) VALUE 0.
       01 WS-CUSTOMER-TABLE.
           05 WS-CU-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-CUSTOMER-COUNT
                   ASCENDING KEY IS WS-CU-CUST-NO
                   INDEXED BY CU-IDX.
               10 WS-CU-CUST-NO          PIC 9(9).
               10 WS-CU-REGION           PIC X(2).
               10 WS-CU-BAND-SLOT        PIC 9(1).
               10 WS-CU-ACCOUNTS         PIC 9(3).
               10 WS-CU-AMOUNTS.
                   15 WS-CU-AMOUNT OCCURS 6 TIMES
                                         PIC S9(11)V99.
       01 WS-ACCOUNT-COUNT               PIC 9(7) VALUE 0.
       01 WS-ACCOUNT-TABLE.
           05 WS-AC-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-ACCOUNT-COUNT
                   ASCENDING KEY IS WS-AC-ACCT-NO
                   INDEXED BY AC-IDX.
               10 WS-AC-ACCT-NO          PIC 9(10).
               10 WS-AC-CUST-NO          PIC 9(9).
               10 WS-AC-PRODUCT          PIC X(2).
               10 WS-AC-STATE            PIC X(1).
               10 WS-AC-AMOUNTS.
                   15 WS-AC-AMOUNT OCCURS 6 TIMES
                                         PIC S9(11)V99.
      *
      *  The roll-ups, and what could not be placed in them.
      *
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-COUNT           PIC 9(3) VALUE 0.
           05 WS-PRODUCT-ENTRY OCCURS 100 TIMES INDEXED BY PR-IDX.
               10 WS-PR-CODE             PIC X(2).
               10 WS-PR-ACCOUNTS         PIC 9(6).
               10 WS-PR-AMOUNTS.
                   15 WS-PR-AMOUNT OCCURS 6 TIMES
                                         PIC S9(11)V99.
       01 WS-REGION-TABLE.
           05 WS-REGION-COUNT            PIC 9(2) VALUE 0.
           05 WS-REGION-ENTRY OCCURS 50 TIMES INDEXED BY RG-IDX.
               10 WS-RG-CODE             PIC X(2).
               10 WS-RG-CUSTOMERS        PIC 9(6).
               10 WS-RG-AMOUNTS.
                   15 WS-RG-AMOUNT OCCURS 6 TIMES
                                         PIC S9(11)V99.
       01 WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 7 TIMES INDEXED BY BD-IDX.
               10 WS-BD-CUSTOMERS        PIC 9(6).
               10 WS-BD-AMOUNTS.
                   15 WS-BD-AMOUNT OCCURS 6 TIMES
                                         PIC S9(11)V99.
       01 WS-BAND-NAMES.
           05 FILLER PIC X(8) VALUE "INFANT".
           05 FILLER PIC X(8) VALUE "BABY".
           05 FILLER PIC X(8) VALUE "CHILD".
           05 FILLER PIC X(8) VALUE "TEENAGER".
           05 FILLER PIC X(8) VALUE "ADULT".
           05 FILLER PIC X(8) VALUE "SENIOR".
           05 FILLER PIC X(8) VALUE "UNKNOWN".
       01 WS-BAND-NAMES-R REDEFINES WS-BAND-NAMES.
           05 WS-BAND-NAME OCCURS 7 TIMES PIC X(8).
       01 WS-NO-ACCOUNT-AMOUNTS.
           05 WS-NA-AMOUNT OCCURS 6 TIMES PIC S9(11)V99.
       01 WS-NO-CUSTOMER-AMOUNTS.
           05 WS-NC-AMOUNT OCCURS 6 TIMES PIC S9(11)V99.
       01 WS-GRAND-AMOUNTS.
           05 WS-GR-AMOUNT OCCURS 6 TIMES PIC S9(11)V99.
       01 WS-PROOF-AMOUNTS.
           05 WS-PF-AMOUNT OCCURS 6 TIMES PIC S9(11)V99.
      *
      *  One line's figures on their way to print.
      *
       01 WS-WORK-AMOUNTS.
           05 WS-WK-AMOUNT OCCURS 6 TIMES PIC S9(11)V99.
       01 WS-WORK-NET                    PIC S9(11)V99.
       01 WS-LINE-PREFIX                 PIC X(26).
       01 WS-LINE-COUNT                  PIC 9(6).
       01 WS-AMOUNT-DISPLAY OCCURS 7 TIMES PIC +9(9).99.
       01 WS-RATE-DISPLAY                PIC 9(3).9(6).
       01 WS-COMP-IDX                    PIC 9(1).
       01 WS-BOOK-AMOUNT                 PIC S9(11)V99.
       01 WS-LOOKUP-ACCT-NO              PIC 9(10).
       01 WS-LOOKUP-CUST-NO              PIC 9(9).
       01 WS-LOOKUP-KEY                  PIC X(6).
       01 WS-ACCT-FOUND                  PIC X(1).
       01 WS-CUST-FOUND                  PIC X(1).
       01 WS-LAST-ACCT-NO                PIC 9(10) VALUE 0.
       01 WS-LAST-CUST-NO                PIC 9(9) VALUE 0.
       01 WS-ACCOUNTS-LEFT-OUT           PIC 9(7) VALUE 0.
       01 WS-CUSTOMERS-LEFT-OUT          PIC 9(7) VALUE 0.
       01 WS-ROLLUPS-LEFT-OUT            PIC 9(7) VALUE 0.
       01 WS-SLOT                        PIC 9(3).
       01 WS-BAND-SLOT                   PIC 9(1).
       01 WS-LOW-CUST-NO                 PIC 9(6).
       01 WS-BIRTH-FOUND                 PIC X(1).
       01 WS-SCAN-IDX                    PIC 9(3).
       01 WS-MONTH-COST                  PIC 9(5)V99.
       01 WS-ACCOUNT-BALANCE             PIC S9(9)V99.
       01 WS-ITEMS-BOOKED                PIC 9(7) VALUE 0.
       01 WS-GRAND-NET                   PIC S9(11)V99.
       01 WS-PROOF-NET                   PIC S9(11)V99.
       01 WS-STEP-RETURN                 PIC 9(2) VALUE 0.
       COPY WSAGEBND.
       COPY WSAGEDRV.
       COPY WSCDXREF.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       PRFRPT01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "PRFRPT01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    The month runs from the first of the run month through
      *    the run date.
           COMPUTE WS-RUN-GREGORIAN = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD)).
           MOVE 01 TO WS-RUN-GREGORIAN (7:2).
           COMPUTE WS-PERIOD-START = FUNCTION DAY-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-GREGORIAN)).
           INITIALIZE WS-NO-ACCOUNT-AMOUNTS WS-NO-CUSTOMER-AMOUNTS
               WS-GRAND-AMOUNTS WS-BAND-TABLE.

           PERFORM LOAD-PROFIT-CONTROL.
           PERFORM LOAD-SERVICING-COSTS.
           PERFORM LOAD-PRODUCT-NAMES.
           PERFORM LOAD-BIRTH-DATES.
           PERFORM LOAD-CUSTOMERS.
           PERFORM LOAD-ACCOUNTS.
           PERFORM TABULATE-POSTING-FEES.
           PERFORM TABULATE-CLOSING-FEES.
           PERFORM TABULATE-INTEREST-JOURNAL.
           PERFORM TABULATE-LOAN-INTEREST.
           PERFORM TABULATE-WRITE-OFFS.
           PERFORM ROLL-UP-ACCOUNTS.
           PERFORM ROLL-UP-CUSTOMERS.

           OPEN OUTPUT PROFIT-DETAIL-FILE.
           PERFORM WRITE-PROFIT-DETAIL.
           CLOSE PROFIT-DETAIL-FILE.
           OPEN OUTPUT PROFIT-REPORT-FILE.
           PERFORM WRITE-ROLL-UP-SECTIONS.
           PERFORM WRITE-RANKING-HEADING.
           SORT PROFIT-RANK-SORT
               ON ASCENDING KEY PR-NET PR-CUST-POS
               INPUT PROCEDURE IS RELEASE-CUSTOMER-NETS
               OUTPUT PROCEDURE IS WRITE-LEAST-PROFITABLE.
           PERFORM WRITE-REPORT-TOTAL.
           CLOSE PROFIT-REPORT-FILE.
           PERFORM PROVE-PROFIT-TOTALS.

           MOVE WS-GRAND-AMOUNTS TO WS-WORK-AMOUNTS.
           PERFORM COMPUTE-WORK-NET.
           DISPLAY "PRFRPT01: ACCOUNTS=" WS-ACCOUNT-COUNT
               " CUSTOMERS=" WS-CUSTOMER-COUNT
               " ITEMS=" WS-ITEMS-BOOKED
               " NET=" WS-WORK-NET
               " RANKED=" WS-RANKED.
           IF WS-ACCOUNTS-LEFT-OUT + WS-CUSTOMERS-LEFT-OUT
                   + WS-ROLLUPS-LEFT-OUT > 0
               DISPLAY "PRFRPT01: LEFT OUT ACCOUNTS="
                   WS-ACCOUNTS-LEFT-OUT
                   " CUSTOMERS=" WS-CUSTOMERS-LEFT-OUT
                   " ROLL-UP ROWS=" WS-ROLLUPS-LEFT-OUT
           END-IF.

           MOVE WS-ACCOUNT-COUNT TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           MOVE WS-STEP-RETURN TO RETURN-CODE.
           GOBACK.

      ***************************************************************
      *  No control file means no funds-transfer credit and the
      *  default ranking of twenty-five.
      ***************************************************************
       LOAD-PROFIT-CONTROL.
           OPEN INPUT PROFIT-CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               READ PROFIT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PF-FTP-RATE IS NUMERIC
                           MOVE PF-FTP-RATE TO WS-FTP-RATE
                       END-IF
                       IF PF-RANK-COUNT IS NUMERIC
                               AND PF-RANK-COUNT > 0
                           MOVE PF-RANK-COUNT TO WS-RANK-COUNT
                       END-IF
               END-READ
               CLOSE PROFIT-CONTROL-FILE
           END-IF.

       LOAD-SERVICING-COSTS.
           OPEN INPUT SERVICING-COST-FILE.
           IF WS-COST-FILE-STATUS = "00"
               PERFORM UNTIL WS-COST-FILE-STATUS = "10"
                       OR WS-COST-COUNT = 100
                   READ SERVICING-COST-FILE
                       AT END
                           MOVE "10" TO WS-COST-FILE-STATUS
                       NOT AT END
                           IF SC-MONTHLY-COST IS NUMERIC
                               PERFORM LOAD-ONE-SERVICING-COST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERVICING-COST-FILE
           END-IF.

       LOAD-ONE-SERVICING-COST.
           IF SC-PRODUCT-CODE = SPACES
               MOVE SC-MONTHLY-COST TO WS-DEFAULT-COST
           ELSE
               ADD 1 TO WS-COST-COUNT
               SET SC-IDX TO WS-COST-COUNT
               MOVE SC-PRODUCT-CODE TO WS-COST-PRODUCT (SC-IDX)
               MOVE SC-MONTHLY-COST TO WS-COST-AMOUNT (SC-IDX)
           END-IF.

       LOAD-PRODUCT-NAMES.
           OPEN INPUT PRODUCT-CATALOG-FILE.
           IF WS-CATALOG-FILE-STATUS = "00"
               PERFORM UNTIL WS-CATALOG-FILE-STATUS = "10"
                       OR WS-PRODUCT-NAME-COUNT = 100
                   READ PRODUCT-CATALOG-FILE
                       AT END
                           MOVE "10" TO WS-CATALOG-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-PRODUCT-NAME-COUNT
                           SET PN-IDX TO WS-PRODUCT-NAME-COUNT
                           MOVE PD-PRODUCT-CODE TO WS-PN-CODE (PN-IDX)
                           MOVE PD-DESCRIPTION TO WS-PN-NAME (PN-IDX)
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-CATALOG-FILE
           END-IF.

       LOAD-BIRTH-DATES.
           OPEN INPUT CUSTOMER-INTAKE-FILE.
           IF WS-INTAKE-FILE-STATUS = "00"
               PERFORM UNTIL WS-BIRTH-COUNT = 5000
                       OR WS-INTAKE-FILE-STATUS = "10"
                   READ CUSTOMER-INTAKE-FILE
                       AT END
                           MOVE "10" TO WS-INTAKE-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-BIRTH-COUNT
                           MOVE CI-CUST-NO TO
                               WS-BIRTH-CUST-NO (WS-BIRTH-COUNT)
                           MOVE CI-BIRTH-DATE TO
                               WS-BIRTH-DATE-VAL (WS-BIRTH-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-INTAKE-FILE
           END-IF.

      ***************************************************************
      *  A customer out of master order cannot be found by SEARCH
      *  ALL and is left out; its money reports as NOT ON MASTER.
      ***************************************************************
       LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       LOAD-ONE-CUSTOMER.
           IF CN-CUST-NO NOT > WS-LAST-CUST-NO
                   OR WS-CUSTOMER-COUNT = 20000
               ADD 1 TO WS-CUSTOMERS-LEFT-OUT
               EXIT PARAGRAPH
           END-IF.
           MOVE CN-CUST-NO TO WS-LAST-CUST-NO.
           PERFORM FIND-BAND-SLOT.
           ADD 1 TO WS-CUSTOMER-COUNT.
           SET CU-IDX TO WS-CUSTOMER-COUNT.
           MOVE CN-CUST-NO TO WS-CU-CUST-NO (CU-IDX).
           MOVE CN-REGION-CODE TO WS-CU-REGION (CU-IDX).
           IF CN-REGION-CODE = SPACES
               MOVE "??" TO WS-CU-REGION (CU-IDX)
           END-IF.
           MOVE WS-BAND-SLOT TO WS-CU-BAND-SLOT (CU-IDX).
           MOVE 0 TO WS-CU-ACCOUNTS (CU-IDX).
           INITIALIZE WS-CU-AMOUNTS (CU-IDX).

      *    Banded the way RGNRPT01 bands: the intake birth date
      *    through the CDXREF01 bridge and AGEDRV01.
       FIND-BAND-SLOT.
           MOVE 7 TO WS-BAND-SLOT.
           MOVE CN-CUST-NO TO XF-MASTER-NO.
           CALL "CDXREF01" USING WS-CUST-XREF-REQUEST.
           MOVE XF-INTAKE-NO TO WS-LOW-CUST-NO.
           MOVE "N" TO WS-BIRTH-FOUND.
           PERFORM VARYING BI-IDX FROM 1 BY 1
                   UNTIL BI-IDX > WS-BIRTH-COUNT
                       OR WS-BIRTH-FOUND = "Y"
               IF WS-BIRTH-CUST-NO (BI-IDX) = WS-LOW-CUST-NO
                   MOVE "Y" TO WS-BIRTH-FOUND
                   MOVE WS-BIRTH-DATE-VAL (BI-IDX)
                       TO AD-BIRTH-DATE
               END-IF
           END-PERFORM.
           IF WS-BIRTH-FOUND = "Y"
               MOVE WS-RUN-CCYYDDD TO AD-RUN-CCYYDDD
               CALL "AGEDRV01" USING WS-AGE-DERIVE-REQUEST
               IF AD-STATUS-OK
                   MOVE AD-DERIVED-AGE TO ITEM-AGE
                   EVALUATE TRUE
                       WHEN INFANT
                           MOVE 1 TO WS-BAND-SLOT
                       WHEN BABY
                           MOVE 2 TO WS-BAND-SLOT
                       WHEN CHILD
                           MOVE 3 TO WS-BAND-SLOT
                       WHEN TEENAGER
                           MOVE 4 TO WS-BAND-SLOT
                       WHEN ADULT
                           MOVE 5 TO WS-BAND-SLOT
                       WHEN SENIOR
                           MOVE 6 TO WS-BAND-SLOT
                   END-EVALUATE
               END-IF
           END-IF.

      ***************************************************************
      *  Every account on file goes in the table, so a journal line
      *  for an account closed before the month still finds it.  An
      *  account open at the run date earns or pays its month of
      *  funds-transfer credit, and one open at the run date or
      *  closed during the month carries its month's servicing
      *  cost; an account closed before the month carries neither.
      ***************************************************************
       LOAD-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       LOAD-ONE-ACCOUNT.
           IF AM-ACCT-NO NOT > WS-LAST-ACCT-NO
                   OR WS-ACCOUNT-COUNT = 50000
               ADD 1 TO WS-ACCOUNTS-LEFT-OUT
               EXIT PARAGRAPH
           END-IF.
           MOVE AM-ACCT-NO TO WS-LAST-ACCT-NO.
           ADD 1 TO WS-ACCOUNT-COUNT.
           SET AC-IDX TO WS-ACCOUNT-COUNT.
           MOVE AM-ACCT-NO TO WS-AC-ACCT-NO (AC-IDX).
           MOVE AM-CUST-NO TO WS-AC-CUST-NO (AC-IDX).
           MOVE AM-PRODUCT-CODE TO WS-AC-PRODUCT (AC-IDX).
           MOVE "C" TO WS-AC-STATE (AC-IDX).
           INITIALIZE WS-AC-AMOUNTS (AC-IDX).
           IF AM-ACCOUNT-OPEN
                   OR (AM-CLOSED-DATE NOT < WS-PERIOD-START
                       AND AM-CLOSED-DATE NOT > WS-RUN-CCYYDDD)
               MOVE "A" TO WS-AC-STATE (AC-IDX)
           END-IF.
           IF WS-AC-STATE (AC-IDX) = "C"
               EXIT PARAGRAPH
           END-IF.
           MOVE AM-ACCT-NO TO WS-LOOKUP-ACCT-NO.
           MOVE AM-CUST-NO TO WS-LOOKUP-CUST-NO.
           IF AM-ACCOUNT-OPEN AND WS-FTP-RATE > 0
               MOVE AM-BALANCE TO WS-ACCOUNT-BALANCE
               IF AM-LOAN-ACCOUNT
                   COMPUTE WS-BOOK-AMOUNT ROUNDED =
                       0 - WS-ACCOUNT-BALANCE * WS-FTP-RATE / 12
               ELSE
                   COMPUTE WS-BOOK-AMOUNT ROUNDED =
                       WS-ACCOUNT-BALANCE * WS-FTP-RATE / 12
               END-IF
               SET WS-COMP-FTP-CREDIT TO TRUE
               PERFORM BOOK-ONE-ITEM
           END-IF.
           MOVE WS-DEFAULT-COST TO WS-MONTH-COST.
           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > WS-COST-COUNT
               IF WS-COST-PRODUCT (SC-IDX) = AM-PRODUCT-CODE
                   MOVE WS-COST-AMOUNT (SC-IDX) TO WS-MONTH-COST
               END-IF
           END-PERFORM.
           IF WS-MONTH-COST > 0
               MOVE WS-MONTH-COST TO WS-BOOK-AMOUNT
               SET WS-COMP-SERVICING-COST TO TRUE
               PERFORM BOOK-ONE-ITEM
           END-IF.

      ***************************************************************
      *  FEEASS01 fees post as type FE and term-deposit penalties
      *  as TDPENLTY; both are charges to the customer, so the
      *  income is the debit turned round, booked to the default
      *  account as BRNRPT01 and GLEXTR01 book it.
      ***************************************************************
       TABULATE-POSTING-FEES.
           OPEN INPUT POSTING-JOURNAL-FILE.
           PERFORM SKIP-POSTING-HEADER.
           IF WS-POSTING-FILE-STATUS = "00"
               PERFORM UNTIL WS-POSTING-FILE-STATUS = "10"
                   READ POSTING-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-POSTING-FILE-STATUS
                       NOT AT END
                           IF POSTING-JOURNAL-REC (9:9) IS NUMERIC
                                   AND POSTING-JOURNAL-REC (1:7)
                                       NOT < WS-PERIOD-START
                                   AND POSTING-JOURNAL-REC (1:7)
                                       NOT > WS-RUN-CCYYDDD
                                   AND (POSTING-JOURNAL-REC (89:2)
                                       = "FE"
                                   OR POSTING-JOURNAL-REC (65:8)
                                       = "TDPENLTY")
                               PERFORM BOOK-ONE-POSTING-FEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-JOURNAL-FILE
           END-IF.

       BOOK-ONE-POSTING-FEE.
           COMPUTE WS-BOOK-AMOUNT = 0 - FUNCTION NUMVAL
               (POSTING-JOURNAL-REC (26:11)).
           MOVE POSTING-JOURNAL-REC (9:9) TO WS-LOOKUP-CUST-NO.
           COMPUTE WS-LOOKUP-ACCT-NO = WS-LOOKUP-CUST-NO * 10 + 1.
           SET WS-COMP-FEES TO TRUE.
           PERFORM BOOK-ONE-ITEM.

      ***************************************************************
      *  ACCCLS01 writes the prorated closing fee as CLOSEFEE at
      *  column 30 with the amount taken off the account, signed,
      *  at column 39, the account at 19 and customer at 9.
      ***************************************************************
       TABULATE-CLOSING-FEES.
           OPEN INPUT CLOSURE-JOURNAL-FILE.
           IF WS-CLOSURE-FILE-STATUS = "00"
               PERFORM UNTIL WS-CLOSURE-FILE-STATUS = "10"
                   READ CLOSURE-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-CLOSURE-FILE-STATUS
                       NOT AT END
                           IF CLOSURE-JOURNAL-REC (1:7) IS NUMERIC
                                   AND CLOSURE-JOURNAL-REC (1:7)
                                       NOT < WS-PERIOD-START
                                   AND CLOSURE-JOURNAL-REC (1:7)
                                       NOT > WS-RUN-CCYYDDD
                                   AND CLOSURE-JOURNAL-REC (30:8)
                                       = "CLOSEFEE"
                               PERFORM BOOK-ONE-CLOSING-FEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSURE-JOURNAL-FILE
           END-IF.

       BOOK-ONE-CLOSING-FEE.
           COMPUTE WS-BOOK-AMOUNT = 0 - FUNCTION NUMVAL
               (CLOSURE-JOURNAL-REC (39:13)).
           MOVE 0 TO WS-LOOKUP-ACCT-NO.
           IF CLOSURE-JOURNAL-REC (19:10) IS NUMERIC
               MOVE CLOSURE-JOURNAL-REC (19:10) TO WS-LOOKUP-ACCT-NO
           END-IF.
           MOVE 0 TO WS-LOOKUP-CUST-NO.
           IF CLOSURE-JOURNAL-REC (9:9) IS NUMERIC
               MOVE CLOSURE-JOURNAL-REC (9:9) TO WS-LOOKUP-CUST-NO
           END-IF.
           SET WS-COMP-FEES TO TRUE.
           PERFORM BOOK-ONE-ITEM.

      ***************************************************************
      *  Interest journal customer lines, amount at column 49.  A
      *  DRIN= charge is written negative and is income turned
      *  round; every other money line - TIER= month-end credit,
      *  BONS= bonus, CLSD= and TDMT= interest at closure and
      *  maturity, and POSTAP01's backdated adjustments - is
      *  interest paid as written.  The account is found the way
      *  GLEXTR01 finds it, the default account when none is named.
      ***************************************************************
       TABULATE-INTEREST-JOURNAL.
           OPEN INPUT INTEREST-JOURNAL-FILE.
           PERFORM SKIP-INTEREST-HEADER.
           IF WS-INTEREST-FILE-STATUS = "00"
               PERFORM UNTIL WS-INTEREST-FILE-STATUS = "10"
                   READ INTEREST-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-INTEREST-FILE-STATUS
                       NOT AT END
                           IF INTEREST-JOURNAL-REC (9:9) IS NUMERIC
                                   AND INTEREST-JOURNAL-REC (1:7)
                                       IS NUMERIC
                                   AND INTEREST-JOURNAL-REC (1:7)
                                       NOT < WS-PERIOD-START
                                   AND INTEREST-JOURNAL-REC (1:7)
                                       NOT > WS-RUN-CCYYDDD
                               PERFORM BOOK-ONE-INTEREST-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTEREST-JOURNAL-FILE
           END-IF.

       BOOK-ONE-INTEREST-LINE.
           COMPUTE WS-BOOK-AMOUNT = FUNCTION NUMVAL
               (INTEREST-JOURNAL-REC (49:11)).
           MOVE INTEREST-JOURNAL-REC (9:9) TO WS-LOOKUP-CUST-NO.
           MOVE 0 TO WS-LOOKUP-ACCT-NO.
           EVALUATE INTEREST-JOURNAL-REC (19:5)
               WHEN "DRIN="
               WHEN "BONS="
               WHEN "CLSD="
               WHEN "TDMT="
                   IF INTEREST-JOURNAL-REC (24:10) IS NUMERIC
                       MOVE INTEREST-JOURNAL-REC (24:10)
                           TO WS-LOOKUP-ACCT-NO
                   END-IF
               WHEN "TIER="
                   PERFORM VARYING WS-SCAN-IDX FROM 60 BY 1
                           UNTIL WS-SCAN-IDX > 78
                               OR WS-LOOKUP-ACCT-NO NOT = 0
                       IF INTEREST-JOURNAL-REC (WS-SCAN-IDX:3) = " A="
                               AND INTEREST-JOURNAL-REC
                                   (WS-SCAN-IDX + 3:10) IS NUMERIC
                           MOVE INTEREST-JOURNAL-REC
                                   (WS-SCAN-IDX + 3:10)
                               TO WS-LOOKUP-ACCT-NO
                       END-IF
                   END-PERFORM
           END-EVALUATE.
           IF WS-LOOKUP-ACCT-NO = 0
               COMPUTE WS-LOOKUP-ACCT-NO = WS-LOOKUP-CUST-NO * 10 + 1
           END-IF.
           IF INTEREST-JOURNAL-REC (19:5) = "DRIN="
               COMPUTE WS-BOOK-AMOUNT = 0 - WS-BOOK-AMOUNT
               SET WS-COMP-DEBIT-INTEREST TO TRUE
           ELSE
               SET WS-COMP-INTEREST-PAID TO TRUE
           END-IF.
           PERFORM BOOK-ONE-ITEM.

      *    The interest part of each loan payment POSTAP01 applied
      *    in the month, on the loan account it was paid to.
       TABULATE-LOAN-INTEREST.
           OPEN INPUT LOAN-PAYMENT-FILE.
           IF WS-LOANPAY-FILE-STATUS = "00"
               PERFORM UNTIL WS-LOANPAY-FILE-STATUS = "10"
                   READ LOAN-PAYMENT-FILE
                       AT END
                           MOVE "10" TO WS-LOANPAY-FILE-STATUS
                       NOT AT END
                           IF LY-RUN-DATE IS NUMERIC
                                   AND LY-RUN-DATE
                                       NOT < WS-PERIOD-START
                                   AND LY-RUN-DATE
                                       NOT > WS-RUN-CCYYDDD
                                   AND LY-INTEREST IS NUMERIC
                                   AND LY-INTEREST > 0
                               MOVE LY-INTEREST TO WS-BOOK-AMOUNT
                               MOVE LY-ACCT-NO TO WS-LOOKUP-ACCT-NO
                               MOVE LY-CUST-NO TO WS-LOOKUP-CUST-NO
                               SET WS-COMP-DEBIT-INTEREST TO TRUE
                               PERFORM BOOK-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-PAYMENT-FILE
           END-IF.

      ***************************************************************
      *  SUSWOF01 journals the written-off suspense item under the
      *  key it was suspended from - POSTAP01's low six digits of
      *  the customer number - with the amount at column 30.  The
      *  first customer on the master with those low six digits
      *  owns it; none leaves it NOT ON MASTER.
      ***************************************************************
       TABULATE-WRITE-OFFS.
           OPEN INPUT WRITEOFF-JOURNAL-FILE.
           IF WS-WRITEOFF-FILE-STATUS = "00"
               PERFORM UNTIL WS-WRITEOFF-FILE-STATUS = "10"
                   READ WRITEOFF-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-WRITEOFF-FILE-STATUS
                       NOT AT END
                           IF WRITEOFF-JOURNAL-REC (1:7) IS NUMERIC
                                   AND WRITEOFF-JOURNAL-REC (1:7)
                                       NOT < WS-PERIOD-START
                                   AND WRITEOFF-JOURNAL-REC (1:7)
                                       NOT > WS-RUN-CCYYDDD
                               PERFORM BOOK-ONE-WRITE-OFF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WRITEOFF-JOURNAL-FILE
           END-IF.

       BOOK-ONE-WRITE-OFF.
           COMPUTE WS-BOOK-AMOUNT = FUNCTION NUMVAL
               (WRITEOFF-JOURNAL-REC (30:10)).
           MOVE WRITEOFF-JOURNAL-REC (9:6) TO WS-LOOKUP-KEY.
           MOVE 0 TO WS-LOOKUP-CUST-NO.
           MOVE "N" TO WS-CUST-FOUND.
           PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > WS-CUSTOMER-COUNT
                       OR WS-CUST-FOUND = "Y"
               IF WS-CU-CUST-NO (CU-IDX) (4:6) = WS-LOOKUP-KEY
                   MOVE "Y" TO WS-CUST-FOUND
                   MOVE WS-CU-CUST-NO (CU-IDX) TO WS-LOOKUP-CUST-NO
               END-IF
           END-PERFORM.
           COMPUTE WS-LOOKUP-ACCT-NO = WS-LOOKUP-CUST-NO * 10 + 1.
           SET WS-COMP-WRITE-OFFS TO TRUE.
           PERFORM BOOK-ONE-ITEM.

      ***************************************************************
      *  One amount onto its account and its customer.  The account
      *  master's owner wins over the customer the line names; an
      *  account not on file leaves the amount with the customer
      *  alone, and a customer not on file leaves it unplaced.
      ***************************************************************
       BOOK-ONE-ITEM.
           ADD 1 TO WS-ITEMS-BOOKED.
           ADD WS-BOOK-AMOUNT TO WS-GR-AMOUNT (WS-COMPONENT).
           MOVE "N" TO WS-ACCT-FOUND.
           IF WS-ACCOUNT-COUNT > 0
               SEARCH ALL WS-AC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AC-ACCT-NO (AC-IDX) = WS-LOOKUP-ACCT-NO
                       MOVE "Y" TO WS-ACCT-FOUND
               END-SEARCH
           END-IF.
           IF WS-ACCT-FOUND = "Y"
               ADD WS-BOOK-AMOUNT
                   TO WS-AC-AMOUNT (AC-IDX WS-COMPONENT)
               MOVE WS-AC-CUST-NO (AC-IDX) TO WS-LOOKUP-CUST-NO
           ELSE
               ADD WS-BOOK-AMOUNT TO WS-NA-AMOUNT (WS-COMPONENT)
           END-IF.
           MOVE "N" TO WS-CUST-FOUND.
           IF WS-CUSTOMER-COUNT > 0
               SEARCH ALL WS-CU-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CU-CUST-NO (CU-IDX) = WS-LOOKUP-CUST-NO
                       MOVE "Y" TO WS-CUST-FOUND
               END-SEARCH
           END-IF.
           IF WS-CUST-FOUND = "Y"
               ADD WS-BOOK-AMOUNT
                   TO WS-CU-AMOUNT (CU-IDX WS-COMPONENT)
           ELSE
               ADD WS-BOOK-AMOUNT TO WS-NC-AMOUNT (WS-COMPONENT)
           END-IF.

      ***************************************************************
      *  By product: every account that carried money or was live
      *  in the month, on its own product, and its customer's
      *  account count.
      ***************************************************************
       ROLL-UP-ACCOUNTS.
           PERFORM VARYING AC-IDX FROM 1 BY 1
                   UNTIL AC-IDX > WS-ACCOUNT-COUNT
               IF WS-AC-STATE (AC-IDX) = "A"
                       OR WS-AC-AMOUNTS (AC-IDX) NOT = ZEROS
                   PERFORM ROLL-UP-ONE-ACCOUNT
               END-IF
           END-PERFORM.

       ROLL-UP-ONE-ACCOUNT.
           MOVE 0 TO WS-SLOT.
           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > WS-PRODUCT-COUNT
                       OR WS-SLOT > 0
               IF WS-PR-CODE (PR-IDX) = WS-AC-PRODUCT (AC-IDX)
                   SET WS-SLOT TO PR-IDX
               END-IF
           END-PERFORM.
           IF WS-SLOT = 0
               IF WS-PRODUCT-COUNT < 100
                   ADD 1 TO WS-PRODUCT-COUNT
                   MOVE WS-PRODUCT-COUNT TO WS-SLOT
                   SET PR-IDX TO WS-SLOT
                   MOVE WS-AC-PRODUCT (AC-IDX) TO WS-PR-CODE (PR-IDX)
                   MOVE 0 TO WS-PR-ACCOUNTS (PR-IDX)
                   INITIALIZE WS-PR-AMOUNTS (PR-IDX)
               ELSE
                   ADD 1 TO WS-ROLLUPS-LEFT-OUT
               END-IF
           END-IF.
           IF WS-SLOT > 0
               SET PR-IDX TO WS-SLOT
               ADD 1 TO WS-PR-ACCOUNTS (PR-IDX)
               PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                       UNTIL WS-COMP-IDX > 6
                   ADD WS-AC-AMOUNT (AC-IDX WS-COMP-IDX)
                       TO WS-PR-AMOUNT (PR-IDX WS-COMP-IDX)
               END-PERFORM
           END-IF.
           MOVE WS-AC-CUST-NO (AC-IDX) TO WS-LOOKUP-CUST-NO.
           SEARCH ALL WS-CU-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CU-CUST-NO (CU-IDX) = WS-LOOKUP-CUST-NO
                   IF WS-CU-ACCOUNTS (CU-IDX) < 999
                       ADD 1 TO WS-CU-ACCOUNTS (CU-IDX)
                   END-IF
           END-SEARCH.

      *    By region and by age band, every customer on the master.
       ROLL-UP-CUSTOMERS.
           PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > WS-CUSTOMER-COUNT
               PERFORM ROLL-UP-ONE-CUSTOMER
           END-PERFORM.

       ROLL-UP-ONE-CUSTOMER.
           MOVE 0 TO WS-SLOT.
           PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > WS-REGION-COUNT
                       OR WS-SLOT > 0
               IF WS-RG-CODE (RG-IDX) = WS-CU-REGION (CU-IDX)
                   SET WS-SLOT TO RG-IDX
               END-IF
           END-PERFORM.
           IF WS-SLOT = 0
               IF WS-REGION-COUNT < 50
                   ADD 1 TO WS-REGION-COUNT
                   MOVE WS-REGION-COUNT TO WS-SLOT
                   SET RG-IDX TO WS-SLOT
                   MOVE WS-CU-REGION (CU-IDX) TO WS-RG-CODE (RG-IDX)
                   MOVE 0 TO WS-RG-CUSTOMERS (RG-IDX)
                   INITIALIZE WS-RG-AMOUNTS (RG-IDX)
               ELSE
                   ADD 1 TO WS-ROLLUPS-LEFT-OUT
               END-IF
           END-IF.
           IF WS-SLOT > 0
               SET RG-IDX TO WS-SLOT
               ADD 1 TO WS-RG-CUSTOMERS (RG-IDX)
               PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                       UNTIL WS-COMP-IDX > 6
                   ADD WS-CU-AMOUNT (CU-IDX WS-COMP-IDX)
                       TO WS-RG-AMOUNT (RG-IDX WS-COMP-IDX)
               END-PERFORM
           END-IF.
           SET BD-IDX TO WS-CU-BAND-SLOT (CU-IDX).
           ADD 1 TO WS-BD-CUSTOMERS (BD-IDX).
           PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                   UNTIL WS-COMP-IDX > 6
               ADD WS-CU-AMOUNT (CU-IDX WS-COMP-IDX)
                   TO WS-BD-AMOUNT (BD-IDX WS-COMP-IDX)
           END-PERFORM.

      ***************************************************************
      *  Net is the income less the costs.
      ***************************************************************
       COMPUTE-WORK-NET.
           COMPUTE WS-WORK-NET = WS-WK-AMOUNT (1) + WS-WK-AMOUNT (2)
               + WS-WK-AMOUNT (3) - WS-WK-AMOUNT (4)
               - WS-WK-AMOUNT (5) - WS-WK-AMOUNT (6).

      ***************************************************************
      *  One detail line per account the month touched (A) and per
      *  customer on the master (C), each with the six parts in
      *  order and the net: A, account, customer, product; C,
      *  customer, region, age band.
      ***************************************************************
       WRITE-PROFIT-DETAIL.
           PERFORM VARYING AC-IDX FROM 1 BY 1
                   UNTIL AC-IDX > WS-ACCOUNT-COUNT
               IF WS-AC-STATE (AC-IDX) = "A"
                       OR WS-AC-AMOUNTS (AC-IDX) NOT = ZEROS
                   MOVE WS-AC-AMOUNTS (AC-IDX) TO WS-WORK-AMOUNTS
                   MOVE SPACES TO WS-LINE-PREFIX
                   STRING "A " WS-AC-ACCT-NO (AC-IDX)
                           " " WS-AC-CUST-NO (AC-IDX)
                           " " WS-AC-PRODUCT (AC-IDX)
                       DELIMITED BY SIZE INTO WS-LINE-PREFIX
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > WS-CUSTOMER-COUNT
               MOVE WS-CU-AMOUNTS (CU-IDX) TO WS-WORK-AMOUNTS
               SET WS-BAND-SLOT TO WS-CU-BAND-SLOT (CU-IDX)
               MOVE SPACES TO WS-LINE-PREFIX
               STRING "C " WS-CU-CUST-NO (CU-IDX)
                       " " WS-CU-REGION (CU-IDX)
                       " " WS-BAND-NAME (WS-BAND-SLOT)
                   DELIMITED BY SIZE INTO WS-LINE-PREFIX
               PERFORM WRITE-DETAIL-LINE
           END-PERFORM.

       WRITE-DETAIL-LINE.
           PERFORM COMPUTE-WORK-NET.
           PERFORM FORMAT-WORK-AMOUNTS.
           MOVE SPACES TO PROFIT-DETAIL-REC.
           STRING WS-LINE-PREFIX
                   " " WS-AMOUNT-DISPLAY (1)
                   " " WS-AMOUNT-DISPLAY (2)
                   " " WS-AMOUNT-DISPLAY (3)
                   " " WS-AMOUNT-DISPLAY (4)
                   " " WS-AMOUNT-DISPLAY (5)
                   " " WS-AMOUNT-DISPLAY (6)
                   " " WS-AMOUNT-DISPLAY (7)
               DELIMITED BY SIZE INTO PROFIT-DETAIL-REC.
           WRITE PROFIT-DETAIL-REC.

       FORMAT-WORK-AMOUNTS.
           PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                   UNTIL WS-COMP-IDX > 6
               MOVE WS-WK-AMOUNT (WS-COMP-IDX)
                   TO WS-AMOUNT-DISPLAY (WS-COMP-IDX)
           END-PERFORM.
           MOVE WS-WORK-NET TO WS-AMOUNT-DISPLAY (7).

       WRITE-ROLL-UPS-HEADING.
           MOVE SPACES TO PROFIT-REPORT-REC.
           STRING WS-LINE-PREFIX
                   " COUNT "
                   "         FEES "
                   "  DEBIT INTRST"
                   "    FTP CREDIT"
                   "  INTRST PAID "
                   "    WRITE-OFFS"
                   "  SERVICE COST"
                   "           NET"
               DELIMITED BY SIZE INTO PROFIT-REPORT-REC.
           WRITE PROFIT-REPORT-REC.

       WRITE-REPORT-LINE.
           PERFORM COMPUTE-WORK-NET.
           PERFORM FORMAT-WORK-AMOUNTS.
           MOVE SPACES TO PROFIT-REPORT-REC.
           STRING WS-LINE-PREFIX
                   WS-LINE-COUNT
                   " " WS-AMOUNT-DISPLAY (1)
                   " " WS-AMOUNT-DISPLAY (2)
                   " " WS-AMOUNT-DISPLAY (3)
                   " " WS-AMOUNT-DISPLAY (4)
                   " " WS-AMOUNT-DISPLAY (5)
                   " " WS-AMOUNT-DISPLAY (6)
                   " " WS-AMOUNT-DISPLAY (7)
               DELIMITED BY SIZE INTO PROFIT-REPORT-REC.
           WRITE PROFIT-REPORT-REC.

      ***************************************************************
      *  Product lines by the name the catalog gives the product,
      *  the code where the catalog does not know it; regions as
      *  the master carries them (?? none); bands in WSAGEBND
      *  order with UNKNOWN last.
      ***************************************************************
       WRITE-ROLL-UP-SECTIONS.
           MOVE WS-FTP-RATE TO WS-RATE-DISPLAY.
           MOVE SPACES TO PROFIT-REPORT-REC.
           STRING "CUSTOMER AND PRODUCT PROFITABILITY - "
                   WS-PERIOD-START " TO " WS-RUN-CCYYDDD
                   "  FTP RATE=" WS-RATE-DISPLAY
               DELIMITED BY SIZE INTO PROFIT-REPORT-REC.
           WRITE PROFIT-REPORT-REC.
           MOVE "BY PRODUCT" TO WS-LINE-PREFIX.
           PERFORM WRITE-ROLL-UPS-HEADING.
           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > WS-PRODUCT-COUNT
               MOVE SPACES TO WS-LINE-PREFIX
               MOVE WS-PR-CODE (PR-IDX) TO WS-LINE-PREFIX (3:24)
               PERFORM VARYING PN-IDX FROM 1 BY 1
                       UNTIL PN-IDX > WS-PRODUCT-NAME-COUNT
                   IF WS-PN-CODE (PN-IDX) = WS-PR-CODE (PR-IDX)
                       MOVE WS-PN-NAME (PN-IDX)
                           TO WS-LINE-PREFIX (3:24)
                   END-IF
               END-PERFORM
               MOVE WS-PR-ACCOUNTS (PR-IDX) TO WS-LINE-COUNT
               MOVE WS-PR-AMOUNTS (PR-IDX) TO WS-WORK-AMOUNTS
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           IF WS-NO-ACCOUNT-AMOUNTS NOT = ZEROS
               MOVE "  NO ACCOUNT" TO WS-LINE-PREFIX
               MOVE 0 TO WS-LINE-COUNT
               MOVE WS-NO-ACCOUNT-AMOUNTS TO WS-WORK-AMOUNTS
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE "BY REGION" TO WS-LINE-PREFIX.
           PERFORM WRITE-ROLL-UPS-HEADING.
           PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > WS-REGION-COUNT
               MOVE SPACES TO WS-LINE-PREFIX
               STRING "  REGION " WS-RG-CODE (RG-IDX)
                   DELIMITED BY SIZE INTO WS-LINE-PREFIX
               MOVE WS-RG-CUSTOMERS (RG-IDX) TO WS-LINE-COUNT
               MOVE WS-RG-AMOUNTS (RG-IDX) TO WS-WORK-AMOUNTS
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           PERFORM WRITE-NOT-ON-MASTER-LINE.
           MOVE "BY AGE BAND" TO WS-LINE-PREFIX.
           PERFORM WRITE-ROLL-UPS-HEADING.
           PERFORM VARYING BD-IDX FROM 1 BY 1
                   UNTIL BD-IDX > 7
               IF WS-BD-CUSTOMERS (BD-IDX) > 0
                   MOVE SPACES TO WS-LINE-PREFIX
                   MOVE WS-BAND-NAME (BD-IDX) TO WS-LINE-PREFIX (3:8)
                   MOVE WS-BD-CUSTOMERS (BD-IDX) TO WS-LINE-COUNT
                   MOVE WS-BD-AMOUNTS (BD-IDX) TO WS-WORK-AMOUNTS
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           PERFORM WRITE-NOT-ON-MASTER-LINE.

       WRITE-NOT-ON-MASTER-LINE.
           IF WS-NO-CUSTOMER-AMOUNTS NOT = ZEROS
               MOVE "  NOT ON MASTER" TO WS-LINE-PREFIX
               MOVE 0 TO WS-LINE-COUNT
               MOVE WS-NO-CUSTOMER-AMOUNTS TO WS-WORK-AMOUNTS
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-RANKING-HEADING.
           MOVE SPACES TO PROFIT-REPORT-REC.
           STRING "LEAST PROFITABLE RELATIONSHIPS - LOWEST "
                   WS-RANK-COUNT
               DELIMITED BY SIZE INTO PROFIT-REPORT-REC.
           WRITE PROFIT-REPORT-REC.
           MOVE "RNK CUSTOMER  RG BAND" TO WS-LINE-PREFIX.
           PERFORM WRITE-ROLL-UPS-HEADING.

      *    A customer with no account live in the month and no
      *    money is no relationship to rank.
       RELEASE-CUSTOMER-NETS.
           PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > WS-CUSTOMER-COUNT
               IF WS-CU-ACCOUNTS (CU-IDX) > 0
                       OR WS-CU-AMOUNTS (CU-IDX) NOT = ZEROS
                   MOVE WS-CU-AMOUNTS (CU-IDX) TO WS-WORK-AMOUNTS
                   PERFORM COMPUTE-WORK-NET
                   MOVE WS-WORK-NET TO PR-NET
                   SET PR-CUST-POS TO CU-IDX
                   RELEASE PROFIT-RANK-REC
               END-IF
           END-PERFORM.

       WRITE-LEAST-PROFITABLE.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
                   OR WS-RANKED = WS-RANK-COUNT
               RETURN PROFIT-RANK-SORT
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       PERFORM WRITE-ONE-RANKED-LINE
               END-RETURN
           END-PERFORM.

       WRITE-ONE-RANKED-LINE.
           ADD 1 TO WS-RANKED.
           SET CU-IDX TO PR-CUST-POS.
           SET WS-BAND-SLOT TO WS-CU-BAND-SLOT (CU-IDX).
           MOVE SPACES TO WS-LINE-PREFIX.
           STRING WS-RANKED " " WS-CU-CUST-NO (CU-IDX)
                   " " WS-CU-REGION (CU-IDX)
                   " " WS-BAND-NAME (WS-BAND-SLOT)
               DELIMITED BY SIZE INTO WS-LINE-PREFIX.
           MOVE WS-CU-ACCOUNTS (CU-IDX) TO WS-LINE-COUNT.
           MOVE WS-CU-AMOUNTS (CU-IDX) TO WS-WORK-AMOUNTS.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTAL.
           MOVE "TOTAL" TO WS-LINE-PREFIX.
           MOVE WS-ACCOUNT-COUNT TO WS-LINE-COUNT.
           MOVE WS-GRAND-AMOUNTS TO WS-WORK-AMOUNTS.
           PERFORM WRITE-REPORT-LINE.
           IF WS-ACCOUNTS-LEFT-OUT + WS-CUSTOMERS-LEFT-OUT
                   + WS-ROLLUPS-LEFT-OUT > 0
               MOVE SPACES TO PROFIT-REPORT-REC
               STRING "  LEFT OUT - ACCOUNTS=" WS-ACCOUNTS-LEFT-OUT
                       " CUSTOMERS=" WS-CUSTOMERS-LEFT-OUT
                       " ROLL-UP ROWS=" WS-ROLLUPS-LEFT-OUT
                   DELIMITED BY SIZE INTO PROFIT-REPORT-REC
               WRITE PROFIT-REPORT-REC
           END-IF.

      ***************************************************************
      *  Each roll-up, with its NO ACCOUNT or NOT ON MASTER line,
      *  must re-add to the month's totals part by part; anything
      *  else means a product, region, or band fell out of the
      *  report, and the run fails rather than ship it short.
      ***************************************************************
       PROVE-PROFIT-TOTALS.
           MOVE WS-NO-ACCOUNT-AMOUNTS TO WS-PROOF-AMOUNTS.
           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > WS-PRODUCT-COUNT
               PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                       UNTIL WS-COMP-IDX > 6
                   ADD WS-PR-AMOUNT (PR-IDX WS-COMP-IDX)
                       TO WS-PF-AMOUNT (WS-COMP-IDX)
               END-PERFORM
           END-PERFORM.
           PERFORM CHECK-ONE-PROOF.
           MOVE WS-NO-CUSTOMER-AMOUNTS TO WS-PROOF-AMOUNTS.
           PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > WS-REGION-COUNT
               PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                       UNTIL WS-COMP-IDX > 6
                   ADD WS-RG-AMOUNT (RG-IDX WS-COMP-IDX)
                       TO WS-PF-AMOUNT (WS-COMP-IDX)
               END-PERFORM
           END-PERFORM.
           PERFORM CHECK-ONE-PROOF.
           MOVE WS-NO-CUSTOMER-AMOUNTS TO WS-PROOF-AMOUNTS.
           PERFORM VARYING BD-IDX FROM 1 BY 1
                   UNTIL BD-IDX > 7
               PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                       UNTIL WS-COMP-IDX > 6
                   ADD WS-BD-AMOUNT (BD-IDX WS-COMP-IDX)
                       TO WS-PF-AMOUNT (WS-COMP-IDX)
               END-PERFORM
           END-PERFORM.
           PERFORM CHECK-ONE-PROOF.

       CHECK-ONE-PROOF.
           IF WS-PROOF-AMOUNTS NOT = WS-GRAND-AMOUNTS
                   AND WS-STEP-RETURN = 0
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "PRFRPT01" TO ER-JOB-STEP
               MOVE "PRFP" TO ER-ERROR-CODE
               MOVE "PROFIT ROLL-UPS DO NOT RE-ADD TO TOTALS"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               MOVE 8 TO WS-STEP-RETURN
           END-IF.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "PRFRPT01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-POSTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
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

       SKIP-POSTING-HEADER.
           IF WS-POSTING-FILE-STATUS = "00"
               READ POSTING-JOURNAL-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       SKIP-INTEREST-HEADER.
           IF WS-INTEREST-FILE-STATUS = "00"
               READ INTEREST-JOURNAL-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM PRFRPT01.
