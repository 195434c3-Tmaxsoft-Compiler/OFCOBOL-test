      *  Accounting used to re-key the night's activity by hand from
      *  four files; this job reads the POSTAP01 posting journal,
      *  the interest journal, the WSSUSPEN suspense file, the
      *  FXREVL01 gain/loss journal, the SUSWOF01 write-off
      *  journal, the ACCCLS01 closure journal, the TDMAT01 term-
      *  deposit maturity journal, the INTDLY01 interest
      *  accrual journal, the DSPMNT01 dispute journal, and the
      *  POSTAP01 FX conversion journal (the spread earned on
      *  foreign-currency items, booked under FXSPREAD),
      *  mapping each amount through
      *  the GL posting-rules table (source tag and debit/credit class
      *  to a debit and a credit GL account), summarizes into one
      *  line per GL account for the run date, proves total debits
      *  equal total credits before the extract is written, and
      *  extract back to the journals it came from.  An amount no
      *  rule covers fails the run - an unmapped penny is a ledger
      *  the extract cannot prove.
      *  A proved night is also added to the running GL balance
      *  file (WSGLBAL), which GLTBAL01 prints as the daily trial
      *  balance and proves the subledgers against; a night out of
      *  proof leaves the balances where they stood.
      *  Each GL account's line is sub-accounted by the owning
      *  branch (WSACCTM AM-BRANCH-CODE): an item carrying an
      *  account number books to that account's branch, one
      *  carrying only a customer number to the branch of the
      *  customer's default account, and one with neither (the
      *  suspense, write-off, and FX items) to head office.  The
      *  proof, the GL balance file, and the control totals stay at
      *  the GL account level; the branch lines of an account sum
      *  to what the account line used to carry.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "data/writeoff_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITEOFF-FILE-STATUS.
           SELECT MATURITY-JOURNAL-FILE
               ASSIGN TO "data/td_maturity_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATURITY-FILE-STATUS.
           SELECT CLOSURE-JOURNAL-FILE
               ASSIGN TO "data/closure_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSURE-FILE-STATUS.
           SELECT ACCRUAL-JOURNAL-FILE
               ASSIGN TO "data/interest_accrual_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-FILE-STATUS.
           SELECT DISPUTE-JOURNAL-FILE
               ASSIGN TO "data/dispute_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-FILE-STATUS.
           SELECT FX-CONVERSION-FILE
               ASSIGN TO "data/fx_conversion_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXCONV-FILE-STATUS.
           SELECT GL-EXTRACT-FILE
               ASSIGN TO "data/gl_extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT GL-BALANCE-IN
               ASSIGN TO "data/gl_balances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-IN-STATUS.
           SELECT GL-BALANCE-OUT
               ASSIGN TO "data/gl_balances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-OUT-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WRITEOFF-JOURNAL-FILE.
       01  WRITEOFF-JOURNAL-REC          PIC X(60).

       FD  CLOSURE-JOURNAL-FILE.
       01  CLOSURE-JOURNAL-REC           PIC X(80).

       FD  MATURITY-JOURNAL-FILE.
       01  MATURITY-JOURNAL-REC          PIC X(80).

       FD  ACCRUAL-JOURNAL-FILE.
       01  ACCRUAL-JOURNAL-REC           PIC X(90).

       FD  DISPUTE-JOURNAL-FILE.
       01  DISPUTE-JOURNAL-REC           PIC X(80).

       FD  FX-CONVERSION-FILE.
       01  FX-CONVERSION-REC             PIC X(132).

       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-REC                PIC X(70).

       FD  GL-BALANCE-IN.
       01  GL-BALANCE-IN-REC             PIC X(71).

       FD  GL-BALANCE-OUT.
       01  GL-BALANCE-OUT-REC            PIC X(71).

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       WORKING-STORAGE SECTION.
       01 WS-RULES-FILE-STATUS           PIC XX.
       01 WS-POSTING-FILE-STATUS         PIC XX.
       01 WS-FX-FILE-STATUS              PIC XX.
       01 WS-EXTRACT-FILE-STATUS         PIC XX.
       01 WS-WRITEOFF-FILE-STATUS        PIC XX.
       01 WS-CLOSURE-FILE-STATUS         PIC XX.
       01 WS-MATURITY-FILE-STATUS        PIC XX.
       01 WS-ACCRUAL-FILE-STATUS         PIC XX.
       01 WS-DISPUTE-FILE-STATUS         PIC XX.
       01 WS-FXCONV-FILE-STATUS          PIC XX.
       01 WS-FXCONV-LINES                PIC 9(7) VALUE 0.
       01 WS-FXCONV-HASH                 PIC 9(13)V99 VALUE 0.
       01 WS-RULE-TABLE.
           05 WS-RULE-COUNT              PIC 9(2) VALUE 0.
           05 WS-RULE-ENTRY OCCURS 30 TIMES INDEXED BY RL-IDX.
       01 WS-POST-SIDE                   PIC X(1).
       01 WS-SCAN-IDX                    PIC 9(2).
       01 WS-FX-AMOUNT-FOUND             PIC X(1).
       01 WS-LOAN-INTEREST-AMOUNT        PIC S9(11)V99.
       01 WS-LOAN-PRINCIPAL-AMOUNT       PIC S9(11)V99.
       01 WS-ITEMS-MAPPED                PIC 9(5) VALUE 0.
       01 WS-ITEMS-UNMAPPED              PIC 9(5) VALUE 0.
       01 WS-POSTING-LINES               PIC 9(5) VALUE 0.
       01 WS-TOTAL-CREDITS               PIC 9(13)V99 VALUE 0.
       01 WS-DEBIT-DISPLAY               PIC 9(13).99.
       01 WS-CREDIT-DISPLAY              PIC 9(13).99.
       01 WS-BALANCE-IN-STATUS           PIC XX.
       01 WS-BALANCE-OUT-STATUS          PIC XX.
       01 WS-BALANCE-TABLE.
           05 WS-BALANCE-COUNT           PIC 9(3) VALUE 0.
           05 WS-BALANCE-ENTRY OCCURS 100 TIMES INDEXED BY GB-IDX.
               10 WS-BALANCE-IMAGE       PIC X(71).
       01 WS-BALANCE-FOUND               PIC X(1).
           88 WS-BALANCE-IS-FOUND        VALUE "Y".
       01 WS-BALANCES-REPOSTED           PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-ITEM-ACCT-NO                PIC 9(10).
       01 WS-ITEM-CUST-NO                PIC 9(9).
       01 WS-ITEM-BRANCH                 PIC X(4).
       01 WS-LOOKUP-ACCT-NO              PIC 9(10).
       01 WS-LAST-ACCT-NO                PIC 9(10) VALUE 0.
       01 WS-ACCOUNTS-OUT-OF-ORDER       PIC 9(7) VALUE 0.
       01 WS-BRANCH-LINES                PIC 9(5) VALUE 0.
       01 WS-BRANCH-TABLE-SWITCH         PIC X(1) VALUE "N".
           88 WS-BRANCH-TABLE-FULL       VALUE "Y".
       01 WS-ACCOUNT-SWITCH              PIC X(1).
           88 WS-ACCOUNT-WAS-FOUND       VALUE "Y".
      *
      *  Account number to owning branch, loaded from the account
      *  master in its own account-number order for a binary
      *  search.  A record out of that order cannot be searched for
      *  and is left out; its items book by customer instead.
      *
       01 WS-ACCT-BRANCH-COUNT           PIC 9(7) VALUE 0.
       01 WS-ACCT-BRANCH-TABLE.
           05 WS-AB-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON WS-ACCT-BRANCH-COUNT
                   ASCENDING KEY IS WS-AB-ACCT-NO
                   INDEXED BY AB-IDX.
               10 WS-AB-ACCT-NO          PIC 9(10).
               10 WS-AB-BRANCH           PIC X(4).
      *
      *  Tonight's totals by GL account and branch - the extract
      *  lines.  WS-GL-TABLE above still holds the account totals
      *  the proof and the balance file work from.
      *
       01 WS-GL-BRANCH-TABLE.
           05 WS-GB-COUNT                PIC 9(4) VALUE 0.
           05 WS-GB-ENTRY OCCURS 2000 TIMES INDEXED BY GX-IDX.
               10 WS-GB-ACCOUNT          PIC 9(4).
               10 WS-GB-BRANCH           PIC X(4).
               10 WS-GB-DEBIT-TOTAL      PIC 9(13)V99.
               10 WS-GB-CREDIT-TOTAL     PIC 9(13)V99.
       COPY WSBRNMST.
       COPY WSSUSPEN.
       COPY WSGLBAL.
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

           PERFORM LOAD-GL-RULES.
           PERFORM LOAD-ACCOUNT-BRANCHES.
           PERFORM SUMMARIZE-POSTING-JOURNAL.
           PERFORM SUMMARIZE-INTEREST-JOURNAL.
           PERFORM SUMMARIZE-SUSPENSE-FILE.
           PERFORM SUMMARIZE-FX-JOURNAL.
           PERFORM SUMMARIZE-WRITEOFF-JOURNAL.
           PERFORM SUMMARIZE-CLOSURE-JOURNAL.
           PERFORM SUMMARIZE-MATURITY-JOURNAL.
           PERFORM SUMMARIZE-ACCRUAL-JOURNAL.
           PERFORM SUMMARIZE-DISPUTE-JOURNAL.
           PERFORM SUMMARIZE-FX-CONVERSION-JOURNAL.

           PERFORM PROVE-AND-WRITE-EXTRACT.
           PERFORM POST-CONTROL-TOTALS.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           GOBACK.

      ***************************************************************
      *  The account master is in account-number order, so the
      *  branch table loads ready for SEARCH ALL.
      ***************************************************************
       LOAD-ACCOUNT-BRANCHES.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-ACCOUNT-BRANCH
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           IF WS-ACCOUNTS-OUT-OF-ORDER > 0
               DISPLAY "GLEXTR01: " WS-ACCOUNTS-OUT-OF-ORDER
                   " ACCOUNTS OUT OF ORDER - BOOKED BY CUSTOMER"
           END-IF.

       LOAD-ONE-ACCOUNT-BRANCH.
           IF AM-ACCT-NO NOT > WS-LAST-ACCT-NO
                   OR WS-ACCT-BRANCH-COUNT = 200000
               ADD 1 TO WS-ACCOUNTS-OUT-OF-ORDER
           ELSE
               ADD 1 TO WS-ACCT-BRANCH-COUNT
               SET AB-IDX TO WS-ACCT-BRANCH-COUNT
               MOVE AM-ACCT-NO TO WS-AB-ACCT-NO (AB-IDX)
               MOVE AM-BRANCH-CODE TO WS-AB-BRANCH (AB-IDX)
               MOVE AM-ACCT-NO TO WS-LAST-ACCT-NO
           END-IF.

       LOAD-GL-RULES.
           OPEN INPUT GL-RULES-FILE.
           IF WS-RULES-FILE-STATUS = "00"
      *  column 26 in the POSTAP01 layout.  A positive amount is a
      *  CR-class item, a negative a DR-class item, and the signed
      *  value drives which side of the mapped accounts it lands on.
      *  A term-deposit penalty line names its own booking source,
      *  TDPENLTY, at column 65, and so does a loan disbursement
      *  (LNDISBRS).  A loan payment line (LNPAYMNT) books in two
      *  parts: the interest part POSTAP01 wrote at column 74 as
      *  LNINTRST, to loan interest income, and the rest of the
      *  payment as LNPRINCP, against the loans receivable - the
      *  control total still counts the line once at its amount.
      *  An overdraft sweep leg (SWEEPXFR) moves money between two
      *  of a customer's deposit accounts and maps under its own
      *  rule, but is no clean transaction of POSTAP01's and stays
      *  out of the consumer control total.  A dispute's
      *  provisional credit and its reversal (DSPPROV) book against
      *  the disputed-items account, not cash.
      ***************************************************************
       SUMMARIZE-POSTING-JOURNAL.
           OPEN INPUT POSTING-JOURNAL-FILE.
           PERFORM SKIP-POSTING-HEADER.
           IF WS-POSTING-FILE-STATUS = "00"
               PERFORM UNTIL WS-POSTING-FILE-STATUS = "10"
                   READ POSTING-JOURNAL-FILE
                           IF POSTING-JOURNAL-REC (9:9) IS NUMERIC
                                   AND POSTING-JOURNAL-REC (1:7)
                                       = WS-RUN-CCYYDDD (1:7)
                               COMPUTE WS-ITEM-AMOUNT =
                                   FUNCTION NUMVAL
                                   (POSTING-JOURNAL-REC (26:11))
                               MOVE 0 TO WS-ITEM-ACCT-NO
                               MOVE POSTING-JOURNAL-REC (9:9)
                                   TO WS-ITEM-CUST-NO
                               IF POSTING-JOURNAL-REC (65:8)
                                       NOT = "SWEEPXFR"
                                   ADD 1 TO WS-POSTING-LINES
                                   COMPUTE WS-POSTING-HASH =
                                       WS-POSTING-HASH + FUNCTION ABS
                                       (WS-ITEM-AMOUNT)
                               END-IF
                               EVALUATE POSTING-JOURNAL-REC (65:8)
                                   WHEN "TDPENLTY"
                                   WHEN "LNDISBRS"
                                   WHEN "DSPPROV"
                                   WHEN "SWEEPXFR"
                                       MOVE POSTING-JOURNAL-REC (65:8)
                                           TO WS-ITEM-SOURCE
                                       PERFORM MAP-ONE-ITEM
                                   WHEN "LNPAYMNT"
                                       PERFORM MAP-LOAN-PAYMENT-LINE
                                   WHEN OTHER
                                       MOVE "POSTJRNL"
                                           TO WS-ITEM-SOURCE
                                       PERFORM MAP-ONE-ITEM
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-JOURNAL-FILE
           END-IF.

       MAP-LOAN-PAYMENT-LINE.
           COMPUTE WS-LOAN-INTEREST-AMOUNT =
               FUNCTION NUMVAL (POSTING-JOURNAL-REC (74:11)).
           COMPUTE WS-LOAN-PRINCIPAL-AMOUNT =
               WS-ITEM-AMOUNT - WS-LOAN-INTEREST-AMOUNT.
           IF WS-LOAN-INTEREST-AMOUNT NOT = 0
               MOVE WS-LOAN-INTEREST-AMOUNT TO WS-ITEM-AMOUNT
               MOVE "LNINTRST" TO WS-ITEM-SOURCE
               PERFORM MAP-ONE-ITEM
           END-IF.
           IF WS-LOAN-PRINCIPAL-AMOUNT NOT = 0
               MOVE WS-LOAN-PRINCIPAL-AMOUNT TO WS-ITEM-AMOUNT
               MOVE "LNPRINCP" TO WS-ITEM-SOURCE
               PERFORM MAP-ONE-ITEM
           END-IF.

      ***************************************************************
      *  Interest journal, run-date lines only.  Every money line
      *  maps to the ledger, but the consumer control total counts
      *  appends its backdated-adjustment lines to the same file
      *  under its own producer posting, and a consumer count that
      *  mixed the two could never balance the INTACC01 pair.
      *  INTACC01's DRIN= debit-interest charges are income, not
      *  interest paid, and map under their own DRINTRST rule.  Its
      *  TIER= credits were accrued day by day as interest payable,
      *  so they settle the payable to the deposits under INTPAID;
      *  the expense is already on the books through INTDLY01.
      *  BONS= promotional bonus interest is never accrued day by
      *  day, so it books straight to expense under INTBONUS.
      ***************************************************************
       SUMMARIZE-INTEREST-JOURNAL.
           OPEN INPUT INTEREST-JOURNAL-FILE.
           PERFORM SKIP-INTEREST-HEADER.
           IF WS-INTEREST-FILE-STATUS = "00"
               PERFORM UNTIL WS-INTEREST-FILE-STATUS = "10"
                   READ INTEREST-JOURNAL-FILE
                               COMPUTE WS-ITEM-AMOUNT =
                                   FUNCTION NUMVAL
                                   (INTEREST-JOURNAL-REC (49:11))
                               PERFORM FIND-INTEREST-LINE-ACCOUNT
                               IF INTEREST-JOURNAL-REC (19:5)
                                       = "TIER="
                                   ADD 1 TO WS-INTEREST-LINES
                                       + FUNCTION ABS
                                       (WS-ITEM-AMOUNT)
                               END-IF
                               EVALUATE INTEREST-JOURNAL-REC (19:5)
                                   WHEN "DRIN="
                                       MOVE "DRINTRST"
                                           TO WS-ITEM-SOURCE
                                   WHEN "TIER="
                                       MOVE "INTPAID"
                                           TO WS-ITEM-SOURCE
                                   WHEN "BONS="
                                       MOVE "INTBONUS"
                                           TO WS-ITEM-SOURCE
                                   WHEN OTHER
                                       MOVE "INTJRNL"
                                           TO WS-ITEM-SOURCE
                               END-EVALUATE
                               PERFORM MAP-ONE-ITEM
                           END-IF
                   END-READ
               CLOSE INTEREST-JOURNAL-FILE
           END-IF.

      ***************************************************************
      *  The DRIN=, BONS=, CLSD=, and TDMT= lines carry their
      *  account at column 24; a TIER= line names the account the
      *  interest was paid to after A=, and a backdated adjustment
      *  names none.
      ***************************************************************
       FIND-INTEREST-LINE-ACCOUNT.
           MOVE INTEREST-JOURNAL-REC (9:9) TO WS-ITEM-CUST-NO.
           MOVE 0 TO WS-ITEM-ACCT-NO.
           EVALUATE INTEREST-JOURNAL-REC (19:5)
               WHEN "DRIN="
               WHEN "BONS="
               WHEN "CLSD="
               WHEN "TDMT="
                   IF INTEREST-JOURNAL-REC (24:10) IS NUMERIC
                       MOVE INTEREST-JOURNAL-REC (24:10)
                           TO WS-ITEM-ACCT-NO
                   END-IF
               WHEN "TIER="
                   PERFORM VARYING WS-SCAN-IDX FROM 60 BY 1
                           UNTIL WS-SCAN-IDX > 78
                               OR WS-ITEM-ACCT-NO NOT = 0
                       IF INTEREST-JOURNAL-REC (WS-SCAN-IDX:3) = " A="
                               AND INTEREST-JOURNAL-REC
                                   (WS-SCAN-IDX + 3:10) IS NUMERIC
                           MOVE INTEREST-JOURNAL-REC
                                   (WS-SCAN-IDX + 3:10)
                               TO WS-ITEM-ACCT-NO
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       SUMMARIZE-SUSPENSE-FILE.
           OPEN INPUT SUSPENSE-FILE.
           PERFORM SKIP-SUSPENSE-HEADER.
           IF WS-SUSPENSE-FILE-STATUS = "00"
               PERFORM UNTIL WS-SUSPENSE-FILE-STATUS = "10"
                   READ SUSPENSE-FILE
                                   AND SU-RUN-DATE = WS-RUN-CCYYDDD
                               MOVE SU-SHORTFALL-AMOUNT
                                   TO WS-ITEM-AMOUNT
                               MOVE 0 TO WS-ITEM-ACCT-NO
                               MOVE 0 TO WS-ITEM-CUST-NO
                               MOVE "SUSPENSE" TO WS-ITEM-SOURCE
                               PERFORM MAP-ONE-ITEM
                           END-IF
               END-IF
           END-PERFORM.
           IF WS-FX-AMOUNT-FOUND = "Y" AND WS-ITEM-AMOUNT NOT = 0
               MOVE 0 TO WS-ITEM-ACCT-NO
               MOVE 0 TO WS-ITEM-CUST-NO
               MOVE "FXJRNL" TO WS-ITEM-SOURCE
               PERFORM MAP-ONE-ITEM
           END-IF.
                                   FUNCTION NUMVAL
                                   (WRITEOFF-JOURNAL-REC (30:10))
                               IF WS-ITEM-AMOUNT NOT = 0
                                   MOVE 0 TO WS-ITEM-ACCT-NO
                                   MOVE 0 TO WS-ITEM-CUST-NO
                                   MOVE "WRITEOFF"
                                       TO WS-ITEM-SOURCE
                                   PERFORM MAP-ONE-ITEM
               CLOSE WRITEOFF-JOURNAL-FILE
           END-IF.

      ***************************************************************
      *  Closure journal lines name their own booking source at
      *  column 30 in the ACCCLS01 layout - the prorated closing
      *  fees and the payout leaving the account - with the signed
      *  amount at column 39.
      ***************************************************************
       SUMMARIZE-CLOSURE-JOURNAL.
           OPEN INPUT CLOSURE-JOURNAL-FILE.
           IF WS-CLOSURE-FILE-STATUS = "00"
               PERFORM UNTIL WS-CLOSURE-FILE-STATUS = "10"
                   READ CLOSURE-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-CLOSURE-FILE-STATUS
                       NOT AT END
                           IF CLOSURE-JOURNAL-REC (1:7) IS NUMERIC
                                   AND CLOSURE-JOURNAL-REC (1:7)
                                       = WS-RUN-CCYYDDD (1:7)
                               COMPUTE WS-ITEM-AMOUNT =
                                   FUNCTION NUMVAL
                                   (CLOSURE-JOURNAL-REC (39:13))
                               IF WS-ITEM-AMOUNT NOT = 0
                                   MOVE CLOSURE-JOURNAL-REC (19:10)
                                       TO WS-ITEM-ACCT-NO
                                   MOVE CLOSURE-JOURNAL-REC (9:9)
                                       TO WS-ITEM-CUST-NO
                                   MOVE CLOSURE-JOURNAL-REC (30:8)
                                       TO WS-ITEM-SOURCE
                                   PERFORM MAP-ONE-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSURE-JOURNAL-FILE
           END-IF.

      ***************************************************************
      *  The maturity journal keeps the closure journal's layout:
      *  booking source at column 30 (TDPAYOUT for a deposit paid
      *  out by cheque), signed amount at column 39.  Maturity
      *  interest is on the interest journal and books there.
      ***************************************************************
       SUMMARIZE-MATURITY-JOURNAL.
           OPEN INPUT MATURITY-JOURNAL-FILE.
           IF WS-MATURITY-FILE-STATUS = "00"
               PERFORM UNTIL WS-MATURITY-FILE-STATUS = "10"
                   READ MATURITY-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-MATURITY-FILE-STATUS
                       NOT AT END
                           IF MATURITY-JOURNAL-REC (1:7) IS NUMERIC
                                   AND MATURITY-JOURNAL-REC (1:7)
                                       = WS-RUN-CCYYDDD (1:7)
                               COMPUTE WS-ITEM-AMOUNT =
                                   FUNCTION NUMVAL
                                   (MATURITY-JOURNAL-REC (39:13))
                               IF WS-ITEM-AMOUNT NOT = 0
                                   MOVE MATURITY-JOURNAL-REC (19:10)
                                       TO WS-ITEM-ACCT-NO
                                   MOVE MATURITY-JOURNAL-REC (9:9)
                                       TO WS-ITEM-CUST-NO
                                   MOVE MATURITY-JOURNAL-REC (30:8)
                                       TO WS-ITEM-SOURCE
                                   PERFORM MAP-ONE-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATURITY-JOURNAL-FILE
           END-IF.

      ***************************************************************
      *  The accrual journal is cut fresh each night.  ACCR= lines
      *  are the day's accrued interest (INTACCR); TRUE= lines are
      *  the month-end true-up and the release of a closed
      *  account's accrual (INTTRUE), signed, so a negative true-up
      *  books back out of the expense.
      ***************************************************************
       SUMMARIZE-ACCRUAL-JOURNAL.
           OPEN INPUT ACCRUAL-JOURNAL-FILE.
           IF WS-ACCRUAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCRUAL-FILE-STATUS = "10"
                   READ ACCRUAL-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-ACCRUAL-FILE-STATUS
                       NOT AT END
                           IF ACCRUAL-JOURNAL-REC (9:9) IS NUMERIC
                                   AND ACCRUAL-JOURNAL-REC (1:7)
                                       = WS-RUN-CCYYDDD (1:7)
                               COMPUTE WS-ITEM-AMOUNT =
                                   FUNCTION NUMVAL
                                   (ACCRUAL-JOURNAL-REC (49:11))
                               MOVE 0 TO WS-ITEM-ACCT-NO
                               IF ACCRUAL-JOURNAL-REC (24:10)
                                       IS NUMERIC
                                   MOVE ACCRUAL-JOURNAL-REC (24:10)
                                       TO WS-ITEM-ACCT-NO
                               END-IF
                               MOVE ACCRUAL-JOURNAL-REC (9:9)
                                   TO WS-ITEM-CUST-NO
                               IF ACCRUAL-JOURNAL-REC (19:5)
                                       = "ACCR="
                                   MOVE "INTACCR" TO WS-ITEM-SOURCE
                               ELSE
                                   MOVE "INTTRUE" TO WS-ITEM-SOURCE
                               END-IF
                               IF WS-ITEM-AMOUNT NOT = 0
                                   PERFORM MAP-ONE-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-JOURNAL-FILE
           END-IF.

      ***************************************************************
      *  The dispute journal keeps the closure journal's layout:
      *  booking source at column 30 (DSPFINAL for a dispute found
      *  for the customer, whose provisional credit now stays with
      *  them as a dispute loss), amount at column 39.  Its lines
      *  carry no account; they book to the customer's branch.
      ***************************************************************
       SUMMARIZE-DISPUTE-JOURNAL.
           OPEN INPUT DISPUTE-JOURNAL-FILE.
           IF WS-DISPUTE-FILE-STATUS = "00"
               PERFORM UNTIL WS-DISPUTE-FILE-STATUS = "10"
                   READ DISPUTE-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-DISPUTE-FILE-STATUS
                       NOT AT END
                           IF DISPUTE-JOURNAL-REC (1:7) IS NUMERIC
                                   AND DISPUTE-JOURNAL-REC (1:7)
                                       = WS-RUN-CCYYDDD (1:7)
                               COMPUTE WS-ITEM-AMOUNT =
                                   FUNCTION NUMVAL
                                   (DISPUTE-JOURNAL-REC (39:13))
                               IF WS-ITEM-AMOUNT NOT = 0
                                   MOVE 0 TO WS-ITEM-ACCT-NO
                                   MOVE DISPUTE-JOURNAL-REC (9:9)
                                       TO WS-ITEM-CUST-NO
                                   MOVE DISPUTE-JOURNAL-REC (30:8)
                                       TO WS-ITEM-SOURCE
                                   PERFORM MAP-ONE-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-JOURNAL-FILE
           END-IF.

      ***************************************************************
      *  A conversion line books the spread it earned to the
      *  account the converted entry posted to.
      ***************************************************************
       SUMMARIZE-FX-CONVERSION-JOURNAL.
           OPEN INPUT FX-CONVERSION-FILE.
           IF WS-FXCONV-FILE-STATUS = "00"
               PERFORM UNTIL WS-FXCONV-FILE-STATUS = "10"
                   READ FX-CONVERSION-FILE
                       AT END
                           MOVE "10" TO WS-FXCONV-FILE-STATUS
                       NOT AT END
                           IF FX-CONVERSION-REC (1:7) IS NUMERIC
                                   AND FX-CONVERSION-REC (1:7)
                                       = WS-RUN-CCYYDDD (1:7)
                               PERFORM MAP-ONE-FX-CONVERSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-CONVERSION-FILE
           END-IF.

       MAP-ONE-FX-CONVERSION.
           COMPUTE WS-ITEM-AMOUNT =
               FUNCTION NUMVAL (FX-CONVERSION-REC (39:13)).
           ADD 1 TO WS-FXCONV-LINES.
           ADD WS-ITEM-AMOUNT TO WS-FXCONV-HASH.
           IF WS-ITEM-AMOUNT NOT = 0
               IF FX-CONVERSION-REC (19:10) IS NUMERIC
                   MOVE FX-CONVERSION-REC (19:10) TO WS-ITEM-ACCT-NO
               ELSE
                   MOVE 0 TO WS-ITEM-ACCT-NO
               END-IF
               MOVE FX-CONVERSION-REC (9:9) TO WS-ITEM-CUST-NO
               MOVE FX-CONVERSION-REC (30:8) TO WS-ITEM-SOURCE
               PERFORM MAP-ONE-ITEM
           END-IF.

      ***************************************************************
      *  Rule match is source plus class, ** on the rule matching
      *  either class.  One item always books both sides - its
      *  the run rather than shipping an unbalanced ledger.
      ***************************************************************
       MAP-ONE-ITEM.
           PERFORM RESOLVE-ITEM-BRANCH.
           IF WS-ITEM-AMOUNT < 0
               MOVE "DR" TO WS-ITEM-CLASS
           ELSE
               ADD 1 TO WS-ITEMS-UNMAPPED
           END-IF.

      ***************************************************************
      *  The item's branch: its account's, else its customer's
      *  default account's, else head office.  An account on file
      *  with no branch yet also falls to head office.
      ***************************************************************
       RESOLVE-ITEM-BRANCH.
           MOVE SPACES TO WS-ITEM-BRANCH.
           IF WS-ITEM-ACCT-NO NOT = 0
               MOVE WS-ITEM-ACCT-NO TO WS-LOOKUP-ACCT-NO
               PERFORM FIND-ACCOUNT-BRANCH
           END-IF.
           IF WS-ITEM-BRANCH = SPACES AND WS-ITEM-CUST-NO NOT = 0
               COMPUTE WS-LOOKUP-ACCT-NO = WS-ITEM-CUST-NO * 10 + 1
               PERFORM FIND-ACCOUNT-BRANCH
           END-IF.
           IF WS-ITEM-BRANCH = SPACES
               SET BR-HEAD-OFFICE TO TRUE
               MOVE BR-BRANCH-CODE TO WS-ITEM-BRANCH
           END-IF.

       FIND-ACCOUNT-BRANCH.
           MOVE "N" TO WS-ACCOUNT-SWITCH.
           IF WS-ACCT-BRANCH-COUNT > 0
               SEARCH ALL WS-AB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AB-ACCT-NO (AB-IDX) = WS-LOOKUP-ACCT-NO
                       MOVE "Y" TO WS-ACCOUNT-SWITCH
               END-SEARCH
           END-IF.
           IF WS-ACCOUNT-WAS-FOUND
               MOVE WS-AB-BRANCH (AB-IDX) TO WS-ITEM-BRANCH
           END-IF.

       POST-TO-GL-TABLE.
           MOVE "N" TO WS-RULE-MATCHED.
           PERFORM VARYING GL-IDX FROM 1 BY 1
               ADD WS-ITEM-ABS-AMOUNT TO WS-GL-CREDIT-TOTAL (GL-IDX)
               ADD WS-ITEM-ABS-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.
           PERFORM POST-TO-BRANCH-TABLE.

      *    A branch line that cannot be carried leaves the branch
      *    lines short of the account totals, so it fails the proof
      *    the same way an unmapped item does.
       POST-TO-BRANCH-TABLE.
           MOVE "N" TO WS-ACCOUNT-SWITCH.
           PERFORM VARYING GX-IDX FROM 1 BY 1
                   UNTIL GX-IDX > WS-GB-COUNT
                       OR WS-ACCOUNT-WAS-FOUND
               IF WS-GB-ACCOUNT (GX-IDX) = WS-TARGET-GL
                       AND WS-GB-BRANCH (GX-IDX) = WS-ITEM-BRANCH
                   MOVE "Y" TO WS-ACCOUNT-SWITCH
               END-IF
           END-PERFORM.
           IF WS-ACCOUNT-WAS-FOUND
               SET GX-IDX DOWN BY 1
           ELSE
               IF WS-GB-COUNT = 2000
                   MOVE "Y" TO WS-BRANCH-TABLE-SWITCH
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GB-COUNT
               SET GX-IDX TO WS-GB-COUNT
               MOVE WS-TARGET-GL TO WS-GB-ACCOUNT (GX-IDX)
               MOVE WS-ITEM-BRANCH TO WS-GB-BRANCH (GX-IDX)
               MOVE 0 TO WS-GB-DEBIT-TOTAL (GX-IDX)
               MOVE 0 TO WS-GB-CREDIT-TOTAL (GX-IDX)
           END-IF.
           IF WS-POST-SIDE = "D"
               ADD WS-ITEM-ABS-AMOUNT TO WS-GB-DEBIT-TOTAL (GX-IDX)
           ELSE
               ADD WS-ITEM-ABS-AMOUNT TO WS-GB-CREDIT-TOTAL (GX-IDX)
           END-IF.

      ***************************************************************
      *  The extract only stands if the night proves: debits equal
       PROVE-AND-WRITE-EXTRACT.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
                   OR WS-ITEMS-UNMAPPED > 0
                   OR WS-BRANCH-TABLE-FULL
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "GLEXTR01" TO ER-JOB-STEP
               MOVE "GLBL" TO ER-ERROR-CODE
               IF WS-BRANCH-TABLE-FULL
                   MOVE "GL BRANCH LINES OVER 2000 - NOT WRITTEN"
                       TO ER-ERROR-TEXT
               ELSE
                   MOVE "GL EXTRACT OUT OF PROOF - NOT WRITTEN"
                       TO ER-ERROR-TEXT
               END-IF
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-GL-EXTRACT
               PERFORM UPDATE-GL-BALANCES
           END-IF.

      ***************************************************************
      *  One line per GL account and branch, the branches of each
      *  account together in the order the night first booked them.
      ***************************************************************
       WRITE-GL-EXTRACT.
           OPEN OUTPUT GL-EXTRACT-FILE.
           PERFORM VARYING GL-IDX FROM 1 BY 1
                   UNTIL GL-IDX > WS-GL-COUNT
               PERFORM VARYING GX-IDX FROM 1 BY 1
                       UNTIL GX-IDX > WS-GB-COUNT
                   IF WS-GB-ACCOUNT (GX-IDX) = WS-GL-ACCOUNT (GL-IDX)
                       PERFORM WRITE-GL-BRANCH-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WS-TOTAL-DEBITS TO WS-DEBIT-DISPLAY.
           MOVE WS-TOTAL-CREDITS TO WS-CREDIT-DISPLAY.
           WRITE GL-EXTRACT-REC.
           CLOSE GL-EXTRACT-FILE.

       WRITE-GL-BRANCH-LINE.
           MOVE WS-GB-DEBIT-TOTAL (GX-IDX) TO WS-DEBIT-DISPLAY.
           MOVE WS-GB-CREDIT-TOTAL (GX-IDX) TO WS-CREDIT-DISPLAY.
           MOVE SPACES TO GL-EXTRACT-REC.
           STRING WS-RUN-CCYYDDD
                   " GL=" WS-GB-ACCOUNT (GX-IDX)
                   " BR=" WS-GB-BRANCH (GX-IDX)
                   " DR=" WS-DEBIT-DISPLAY
                   " CR=" WS-CREDIT-DISPLAY
               DELIMITED BY SIZE INTO GL-EXTRACT-REC.
           WRITE GL-EXTRACT-REC.
           ADD 1 TO WS-BRANCH-LINES.

      ***************************************************************
      *  Tonight's summary goes onto the running balances.  Any
      *  account already carrying amounts for tonight's date is a
      *  rerun of the same night: those amounts come off first, so
      *  the balances hold each night exactly once.
      ***************************************************************
       UPDATE-GL-BALANCES.
           OPEN INPUT GL-BALANCE-IN.
           IF WS-BALANCE-IN-STATUS = "00"
               PERFORM UNTIL WS-BALANCE-IN-STATUS = "10"
                       OR WS-BALANCE-COUNT = 100
                   READ GL-BALANCE-IN
                       AT END
                           MOVE "10" TO WS-BALANCE-IN-STATUS
                       NOT AT END
                           ADD 1 TO WS-BALANCE-COUNT
                           MOVE GL-BALANCE-IN-REC
                               TO WS-BALANCE-IMAGE (WS-BALANCE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE GL-BALANCE-IN
           END-IF.
           PERFORM VARYING GB-IDX FROM 1 BY 1
                   UNTIL GB-IDX > WS-BALANCE-COUNT
               MOVE WS-BALANCE-IMAGE (GB-IDX) TO WS-GL-BALANCE-RECORD
               IF GB-DAY-DATE = WS-RUN-CCYYDDD
                   ADD 1 TO WS-BALANCES-REPOSTED
                   SUBTRACT GB-DAY-DEBIT FROM GB-DEBIT-TOTAL
                   SUBTRACT GB-DAY-CREDIT FROM GB-CREDIT-TOTAL
                   MOVE 0 TO GB-DAY-DEBIT
                   MOVE 0 TO GB-DAY-CREDIT
                   MOVE WS-GL-BALANCE-RECORD
                       TO WS-BALANCE-IMAGE (GB-IDX)
               END-IF
           END-PERFORM.
           PERFORM VARYING GL-IDX FROM 1 BY 1
                   UNTIL GL-IDX > WS-GL-COUNT
               PERFORM POST-ONE-GL-BALANCE
           END-PERFORM.
           OPEN OUTPUT GL-BALANCE-OUT.
           PERFORM VARYING GB-IDX FROM 1 BY 1
                   UNTIL GB-IDX > WS-BALANCE-COUNT
               MOVE WS-BALANCE-IMAGE (GB-IDX) TO GL-BALANCE-OUT-REC
               WRITE GL-BALANCE-OUT-REC
           END-PERFORM.
           CLOSE GL-BALANCE-OUT.
           IF WS-BALANCES-REPOSTED > 0
               DISPLAY "GLEXTR01: RERUN FOR " WS-RUN-CCYYDDD
                   " - PRIOR POSTING BACKED OUT OF "
                   WS-BALANCES-REPOSTED " GL BALANCES"
           END-IF.

       POST-ONE-GL-BALANCE.
           MOVE "N" TO WS-BALANCE-FOUND.
           PERFORM VARYING GB-IDX FROM 1 BY 1
                   UNTIL GB-IDX > WS-BALANCE-COUNT
                       OR WS-BALANCE-IS-FOUND
               MOVE WS-BALANCE-IMAGE (GB-IDX) TO WS-GL-BALANCE-RECORD
               IF GB-GL-ACCOUNT = WS-GL-ACCOUNT (GL-IDX)
                   MOVE "Y" TO WS-BALANCE-FOUND
               END-IF
           END-PERFORM.
           IF WS-BALANCE-IS-FOUND
               SET GB-IDX DOWN BY 1
           ELSE
               IF WS-BALANCE-COUNT = 100
                   DISPLAY "GLEXTR01: GL BALANCE TABLE FULL - "
                       WS-GL-ACCOUNT (GL-IDX) " NOT CARRIED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BALANCE-COUNT
               SET GB-IDX TO WS-BALANCE-COUNT
               MOVE WS-GL-ACCOUNT (GL-IDX) TO GB-GL-ACCOUNT
               MOVE 0 TO GB-DEBIT-TOTAL
               MOVE 0 TO GB-CREDIT-TOTAL
           END-IF.
           ADD WS-GL-DEBIT-TOTAL (GL-IDX) TO GB-DEBIT-TOTAL.
           ADD WS-GL-CREDIT-TOTAL (GL-IDX) TO GB-CREDIT-TOTAL.
           MOVE WS-RUN-CCYYDDD TO GB-DAY-DATE.
           MOVE WS-GL-DEBIT-TOTAL (GL-IDX) TO GB-DAY-DEBIT.
           MOVE WS-GL-CREDIT-TOTAL (GL-IDX) TO GB-DAY-CREDIT.
           MOVE WS-GL-BALANCE-RECORD TO WS-BALANCE-IMAGE (GB-IDX).

       POST-CONTROL-TOTALS.
           MOVE WS-RUN-CCYYDDD TO CT-RUN-DATE.
           MOVE "GLEXTR01" TO CT-STEP-NAME.
               MOVE WS-INTEREST-HASH TO CT-AMOUNT-HASH
               CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD
           END-IF.
           IF WS-FXCONV-LINES > 0
               SET CT-ROLE-CONSUMER TO TRUE
               MOVE "data/fx_conversion_journal.dat" TO CT-FILE-NAME
               MOVE WS-FXCONV-LINES TO CT-RECORD-COUNT
               MOVE WS-FXCONV-HASH TO CT-AMOUNT-HASH
               CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD
           END-IF.
           SET CT-ROLE-PRODUCER TO TRUE.
           MOVE "data/gl_extract.dat" TO CT-FILE-NAME.
           MOVE WS-BRANCH-LINES TO CT-RECORD-COUNT.
           MOVE WS-TOTAL-DEBITS TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "GLEXTR01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-POSTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-INTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-SUSPEN-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

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

       SKIP-SUSPENSE-HEADER.
           IF WS-SUSPENSE-FILE-STATUS = "00"
               READ SUSPENSE-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM GLEXTR01.
