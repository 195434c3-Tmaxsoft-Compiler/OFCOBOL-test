      *  reprints, aged by the ARCPRG01 retention rules.  Every
      *  line written is sealed through CHAINSL01 so the journal
      *  is checkable evidence, not trust-me evidence.
      *  A term-deposit early-withdrawal penalty (clean type TP)
      *  posts like any debit, and its journal line carries the
      *  TDPENLTY booking source at column 65 so GLEXTR01 books it
      *  to fee income instead of to cash.
      *  A loan payment (clean type LP, always to an installment
      *  loan account) never touches CN-BALANCE - the money pays
      *  down what the customer owes.  Interest is accrued on the
      *  loan's principal at its fixed rate, actual days over 365,
      *  from the date it was last accrued to tonight; the payment
      *  clears that interest first and the rest reduces principal.
      *  A payment that would take principal below zero goes to
      *  suspense (LNOV) for the loan desk to refund or re-apply.
      *  The journal line carries the LNPAYMNT booking source at
      *  column 65 and the interest part at column 74 so GLEXTR01
      *  books interest income and principal separately, the split
      *  goes to the loan payment history for the statement, and
      *  the account pass writes the loan's new principal, unpaid
      *  interest, and accrual date - closing the loan the night it
      *  is paid off.  A disbursement (type LD, the credit ACCMNT01
      *  raises into the borrower's account when a loan is booked)
      *  posts like any credit under the LNDISBRS booking source.
      *  An account with an overdraft-protection sweep arrangement
      *  (WSSWEEP) is kept out of overdraft from its funding
      *  account: a debit that would take the protected account
      *  below zero first moves the shortfall across - as much of
      *  it as the funding account holds - and only then posts.
      *  The over-limit test stays on the customer's CN-BALANCE,
      *  which the sweep leaves unchanged (both accounts are the
      *  customer's own), so a debit suspended ODLM is never swept.
      *  Both legs journal under the SWEEPXFR booking source with
      *  a shared reference at column 74 - the run date and entry
      *  number of the funding leg - the sweep goes to the sweep
      *  history for the statement, and the account pass moves
      *  both balances.  Sweep legs are not clean transactions:
      *  they stay out of the journal's control totals and out of
      *  the restart matching.
      *  A dispute's provisional credit (type DC) and the debit
      *  that takes it back when the dispute is lost (type DV) post
      *  like any other item; their journal lines carry the DSPPROV
      *  booking source so GLEXTR01 books them against disputed
      *  items rather than cash.
      *  A credit can be spent the night it posts and still come
      *  back unpaid days later, so the part of a credit the hold
      *  policy (WSHLDPOL - by product, type, amount band, and the
      *  account's age) catches is held as uncollected funds for
      *  so many business days, the release date walked forward
      *  through BIZADJ01.  The credit still posts to CN-BALANCE,
      *  the ledger balance; the hold (WSFNDHLD) takes it out of
      *  the available balance - ledger less every active hold of
      *  the customer - and it is the available balance the
      *  over-limit test is made against.  A debit the ledger
      *  balance would carry but the available balance will not
      *  goes to suspense as uncollected (UNCF), not over limit.
      *  HLDREL01 releases the holds as they expire.  The sweep
      *  still judges the protected account on its own balance.
      *  An item POSTED01 passed with a currency of its own posts
      *  in the currency of its account (the product's currency on
      *  the catalog; USD with no account or product to say).  The
      *  mid rate is the cross of the two currencies' rates to the
      *  USD base in force tonight on the exchange-rate table; the
      *  customer is dealt at that rate less the spread on the FX
      *  spread control file for a credit and plus it for a debit,
      *  so the customer always receives less or pays more than
      *  the mid rate gives.  The converted amount is what posts,
      *  journals, is held, and splits a loan payment; the journal
      *  line names the original currency at column 85, and the
      *  FX conversion journal carries a line for it beside the
      *  entry number with the original amount, the rate dealt,
      *  the converted amount, and the spread earned - which
      *  GLEXTR01 books to FX spread income under FXSPREAD.  An
      *  item whose currency has no rate in force tonight goes to
      *  suspense (FXRT) unconverted.  On a rerun the conversion
      *  journal is what ties an entry already journaled back to
      *  the original amount of its clean transaction.
      *  No transaction is held in memory against the size of a
      *  file.  The clean transactions are sorted against tonight's
      *  journal lines and the customer master to find what an
      *  earlier attempt applied and which record each one posts
      *  against; against the account master to split every loan
      *  payment ahead of time; into master order for the customer
      *  pass; and what the customer pass applied is sorted back
      *  into account-master order for the account pass - nightly
      *  volume is bounded only by the files.  Sweep arrangements
      *  are customer enrollments and ride the same sorts: each
      *  meets its two accounts on the account sort, the two
      *  halves pair up under their customer on a sort of their
      *  own, and the pair reaches the customer pass ahead of the
      *  customer's items; the legs swept go to the account pass
      *  as account effects like any posting.  Only the customer
      *  in hand has its sweep accounts held, and an arrangement
      *  that will not fit beside that customer's others is left
      *  undrawn for the night and logged (PSWP).  The reference
      *  tables (hold policy, exchange rates and spreads, product
      *  currencies) are held in memory; one that outgrows its
      *  table refuses the night before anything posts, raised as
      *  PTBL with a nonzero return code, since a row left out
      *  would suspend or misplace real money.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT LOAN-PAYMENT-FILE
               ASSIGN TO "data/loan_payment_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANPAY-FILE-STATUS.
           SELECT SWEEP-ARRANGEMENT-FILE
               ASSIGN TO "data/sweep_arrangements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEP-FILE-STATUS.
           SELECT SWEEP-HISTORY-FILE
               ASSIGN TO "data/sweep_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWPHST-FILE-STATUS.
           SELECT EXCHANGE-RATE-FILE
               ASSIGN TO "data/exchange_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT FX-SPREAD-FILE
               ASSIGN TO "data/fx_spread_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPREAD-FILE-STATUS.
           SELECT PRODUCT-CATALOG-FILE
               ASSIGN TO "data/product_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT FX-JOURNAL-FILE
               ASSIGN TO "data/fx_conversion_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXJRN-FILE-STATUS.
           SELECT PRIOR-FX-JOURNAL-FILE
               ASSIGN TO "data/fx_conversion_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-FXJ-STATUS.
           SELECT HOLD-POLICY-FILE
               ASSIGN TO "data/hold_policy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDPOL-FILE-STATUS.
           SELECT FUNDS-HOLD-FILE
               ASSIGN TO "data/funds_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT POSTING-ITEM-WORK
               ASSIGN TO "data/posting_item_wrk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-FILE-STATUS.
           SELECT POSTING-EFFECT-WORK
               ASSIGN TO "data/posting_effect_wrk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFFECT-FILE-STATUS.
           SELECT POSTING-SWEEP-WORK
               ASSIGN TO "data/posting_sweep_wrk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWPWRK-FILE-STATUS.
           SELECT POSTING-MATCH-SORT
               ASSIGN TO "data/posting_match_sortwk.dat".
           SELECT POSTING-LOAN-SORT
               ASSIGN TO "data/posting_loan_sortwk.dat".
           SELECT POSTING-SWEEP-SORT
               ASSIGN TO "data/posting_sweep_sortwk.dat".
           SELECT POSTING-CUST-SORT
               ASSIGN TO "data/posting_cust_sortwk.dat".
           SELECT POSTING-ACCT-SORT
               ASSIGN TO "data/posting_acct_sortwk.dat".
           SELECT POSTING-UPDATE-SORT
               ASSIGN TO "data/posting_update_sortwk.dat".

       DATA DIVISION.
       FILE SECTION.
       FD  CLEAN-TXN-FILE.
       01  CLEAN-TXN-REC                 PIC X(67).

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.
       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  LOAN-PAYMENT-FILE.
       COPY WSLNPAY.

       FD  SWEEP-ARRANGEMENT-FILE.
       COPY WSSWEEP.

       FD  SWEEP-HISTORY-FILE.
       COPY WSSWPHST.

       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-REC.
           02 XR-CURRENCY                PIC X(3).
           02 XR-EFF-DATE                PIC 9(7).
           02 XR-RATE                    PIC 9(3)V9(6).

      *    Customer spread in basis points by the currency an item
      *    was sent in; a blank currency is the spread for every
      *    currency without a row of its own.
       FD  FX-SPREAD-FILE.
       01  FX-SPREAD-REC.
           02 FS-CURRENCY                PIC X(3).
           02 FS-SPREAD-BP               PIC 9(4).

       FD  PRODUCT-CATALOG-FILE.
       COPY WSPRDCAT.

       FD  FX-JOURNAL-FILE.
       01  FX-JOURNAL-REC                PIC X(132).

       FD  PRIOR-FX-JOURNAL-FILE.
       01  PRIOR-FX-JOURNAL-REC          PIC X(132).

       FD  HOLD-POLICY-FILE.
       COPY WSHLDPOL.

       FD  FUNDS-HOLD-FILE.
       COPY WSFNDHLD.

       FD  POSTING-ITEM-WORK.
       01  POSTING-ITEM-REC              PIC X(204).

       FD  POSTING-EFFECT-WORK.
       01  POSTING-EFFECT-REC            PIC X(60).

       FD  POSTING-SWEEP-WORK.
       01  POSTING-SWEEP-WORK-REC        PIC X(62).

      *
      *  Customer first, and within a customer the master rows
      *  ahead of everything, the customer's active holds next;
      *  then by signed amount, tonight's journal lines ahead of
      *  the transactions they may answer.
      *
       SD  POSTING-MATCH-SORT.
       01  POSTING-MATCH-REC.
           05 PM-MATCH-KEY.
               10 PM-CUST-NO             PIC 9(9).
               10 PM-CLASS               PIC X(1).
                   88 PM-MASTER-ROW      VALUE "0".
                   88 PM-AMOUNT-ROW      VALUE "1".
               10 PM-AMOUNT              PIC S9(7)V99
                                         SIGN LEADING SEPARATE.
           05 PM-KIND                    PIC X(1).
               88 PM-PRIOR-ENTRY         VALUE "1".
               88 PM-CLEAN-TXN           VALUE "2".
               88 PM-HOLD-ENTRY          VALUE "3".
           05 PM-SEQ                     PIC 9(9).
           05 PM-TXN-IMAGE               PIC X(67).
           05 PM-HELD-AMOUNT             PIC 9(7)V99.
           05 PM-POSTED-AMOUNT           PIC 9(7)V99.

      *
      *  By account: the open deposit or loan row first, then the
      *  transactions to it in the order the customer pass will
      *  post them; then, when any sweep arrangement is active,
      *  the account's own balance row and every arrangement
      *  naming it, in the order they are filed.
      *
       SD  POSTING-LOAN-SORT.
       01  POSTING-LOAN-REC.
           05 PL-MATCH-KEY.
               10 PL-ACCT-NO             PIC 9(10).
           05 PL-KIND                    PIC X(1).
               88 PL-DEPOSIT-ROW         VALUE "0".
               88 PL-LOAN-ROW            VALUE "1".
               88 PL-TXN-ROW             VALUE "2".
               88 PL-SWEEP-ACCOUNT-ROW   VALUE "3".
               88 PL-SWEEP-SIDE-ROW      VALUE "4".
           05 PL-CUST-POS                PIC 9(9).
           05 PL-SEQ                     PIC 9(9).
           05 PL-LN-BALANCE              PIC S9(9)V99
                                         SIGN LEADING SEPARATE.
           05 PL-LN-RATE                 PIC 9V9(6).
           05 PL-LN-INT-DUE              PIC 9(7)V99.
           05 PL-LN-ACCRUED-TO           PIC 9(7).
           05 PL-PRODUCT-CODE            PIC X(2).
           05 PL-OPEN-DATE               PIC 9(7).
           05 PL-ITEM-IMAGE              PIC X(204).

      *
      *  By customer: the master rows first, then the two halves
      *  of each arrangement side by side.
      *
       SD  POSTING-SWEEP-SORT.
       01  POSTING-SWEEP-REC.
           05 PS-MATCH-KEY.
               10 PS-CUST-NO             PIC 9(9).
           05 PS-KIND                    PIC X(1).
               88 PS-MASTER-ROW          VALUE "0".
               88 PS-SIDE-ROW            VALUE "1".
           05 PS-SEQ                     PIC 9(9).
           05 PS-SIDE-IMAGE              PIC X(51).

       SD  POSTING-CUST-SORT.
       01  POSTING-CUST-REC.
           05 PC-SEQ                     PIC 9(9).
           05 PC-CUST-POS                PIC 9(9).
           05 FILLER                     PIC X(186).

      *
      *  By account: what the customer pass applied ahead of the
      *  master rows it lands on.
      *
       SD  POSTING-ACCT-SORT.
       01  POSTING-ACCT-REC.
           05 PA-MATCH-KEY.
               10 PA-ACCT-NO             PIC 9(10).
           05 PA-KIND                    PIC X(1).
               88 PA-EFFECT-ROW          VALUE "1".
               88 PA-MASTER-ROW          VALUE "2".
           05 PA-SEQ                     PIC 9(9).
           05 PA-ACCOUNT-CLASS           PIC X(1).
               88 PA-LOAN-ACCOUNT        VALUE "L".
           05 PA-EFFECT-IMAGE            PIC X(60).

       SD  POSTING-UPDATE-SORT.
       01  POSTING-UPDATE-REC.
           05 FILLER                     PIC X(10).
           05 PU-ACCT-POS                PIC 9(9).
           05 FILLER                     PIC X(41).

       WORKING-STORAGE SECTION.
       01 WS-CLEAN-FILE-STATUS           PIC XX.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-JOURNAL-FILE-STATUS         PIC XX.
       01 WS-SUSPENSE-FILE-STATUS        PIC XX.
       01 WS-ITEM-FILE-STATUS            PIC XX.
       01 WS-EFFECT-FILE-STATUS          PIC XX.
       01 WS-SWPWRK-FILE-STATUS          PIC XX.
       01 WS-SORT-RETURN                 PIC XX.
       01 WS-CLEAN-TXN.
           02 CT-CUST-NO                 PIC 9(9).
           02 CT-TYPE-CODE               PIC X(2).
           02 CT-SIGN                    PIC X(1).
           02 CT-AMOUNT                  PIC 9(7)V99.
           02 CT-VALUE-DATE              PIC X(7).
           02 CT-ORIG-ENTRY              PIC X(13).
           02 CT-ACCT-NO                 PIC 9(10).
           02 CT-TRACE-ID                PIC X(13).
           02 CT-CURRENCY-CODE           PIC X(3).
      *
      *  One clean transaction on its way through the posting,
      *  numbered in file order, with the customer master record it
      *  posts against (by its place on the master), its state, and
      *  for a loan payment the interest and principal split worked
      *  out against the loan before the customer pass.  A credit
      *  the hold policy catches carries the amount to hold and
      *  the date the hold falls away; every item carries what its
      *  customer already had on hold when the night began.  An
      *  item sent in a currency of its own carries what it was
      *  sent as and the rates it was converted at.
      *
       01 WS-POSTING-ITEM.
           05 PI-SEQ                     PIC 9(9).
               88 PI-SWEEP-PAIR          VALUE 0.
           05 PI-CUST-POS                PIC 9(9).
               88 PI-CUST-NOT-ON-MASTER  VALUE 999999999.
           05 PI-CUST-NO                 PIC 9(9).
           05 PI-TYPE-CODE               PIC X(2).
           05 PI-SIGN                    PIC X(1).
           05 PI-AMOUNT                  PIC 9(7)V99.
           05 PI-VALUE-DATE              PIC 9(7).
           05 PI-ORIG-ENTRY              PIC X(13).
           05 PI-ACCT-NO                 PIC 9(10).
           05 PI-ADJ-AMOUNT              PIC S9(7)V99
                                         SIGN LEADING SEPARATE.
           05 PI-TRACE-ID                PIC X(13).
           05 PI-STATE                   PIC X(1).
               88 PI-PENDING             VALUE "P".
               88 PI-APPLIED             VALUE "A".
               88 PI-PREV-APPLIED        VALUE "X".
               88 PI-SUSPENDED           VALUE "S".
           05 PI-LOAN-SWITCH             PIC X(1).
               88 PI-LOAN-PAYMENT        VALUE "Y".
           05 PI-LOAN-OVERPAID-SWITCH    PIC X(1).
               88 PI-LOAN-OVERPAID       VALUE "Y".
           05 PI-LOAN-INTEREST-PART      PIC 9(7)V99.
           05 PI-LOAN-PRINCIPAL-PART     PIC 9(7)V99.
           05 PI-LOAN-BALANCE-AFTER      PIC S9(9)V99
                                         SIGN LEADING SEPARATE.
           05 PI-LOAN-INT-DUE-AFTER      PIC 9(7)V99.
           05 PI-HOLD-AMOUNT             PIC 9(7)V99.
           05 PI-HOLD-RELEASE            PIC 9(7).
           05 PI-CUST-HELD               PIC 9(9)V99.
           05 PI-CURRENCY-CODE           PIC X(3).
           05 PI-FX-STATE                PIC X(1).
               88 PI-FX-CONVERTED        VALUE "C".
               88 PI-FX-NO-RATE          VALUE "R".
           05 PI-ORIG-AMOUNT             PIC 9(7)V99.
           05 PI-ACCT-CURRENCY           PIC X(3).
           05 PI-FX-MID-RATE             PIC 9(3)V9(6).
           05 PI-FX-RATE                 PIC 9(3)V9(6).
           05 PI-FX-SPREAD               PIC 9(7)V99.
       01 WS-TXN-COUNT                   PIC 9(7) VALUE 0.
       01 WS-TXN-HASH                    PIC 9(13)V99 VALUE 0.
      *
      *  What the customer pass applied to an account - a deposit
      *  posting, or a loan's new position - keyed by account and,
      *  once matched to the account master, by the place of the
      *  master row it lands on.
      *
       01 WS-ACCOUNT-EFFECT.
           05 AE-ACCT-NO                 PIC 9(10).
           05 AE-ACCT-POS                PIC 9(9).
           05 AE-KIND                    PIC X(1).
               88 AE-DEPOSIT-POSTING     VALUE "D".
               88 AE-LOAN-POSITION       VALUE "L".
           05 AE-AMOUNT                  PIC S9(9)V99
                                         SIGN LEADING SEPARATE.
           05 AE-LN-BALANCE              PIC S9(9)V99
                                         SIGN LEADING SEPARATE.
           05 AE-LN-INT-DUE              PIC 9(7)V99.
           05 AE-LN-ACCRUED-TO           PIC 9(7).
       01 WS-ROW-SEQ                     PIC 9(9) VALUE 0.
       01 WS-MASTER-POS                  PIC 9(9) VALUE 0.
       01 WS-ACCOUNT-POS                 PIC 9(9) VALUE 0.
      *
      *  The match group in hand.
      *
       01 WS-GROUP-CUST-KEY              PIC X(9).
       01 WS-GROUP-KEY                   PIC X(20).
       01 WS-GROUP-FOUND-SWITCH          PIC X(1).
           88 WS-GROUP-FOUND             VALUE "Y".
       01 WS-GROUP-CUST-POS              PIC 9(9).
       01 WS-GROUP-PRIOR-COUNT           PIC 9(7).
       01 WS-GROUP-TXN-RANK              PIC 9(7).
       01 WS-DEPOSIT-POSTED-SWITCH       PIC X(1).
           88 WS-DEPOSIT-POSTED          VALUE "Y".
       01 WS-DEPOSIT-NET                 PIC S9(9)V99.
       01 WS-POSTING-AMOUNT              PIC S9(7)V99.
       01 WS-RECORD-POSTED               PIC X(1).
       01 WS-AMOUNT-DISPLAY              PIC +9(7).99.
       01 WS-TXNS-APPLIED                PIC 9(5) VALUE 0.
       01 WS-TXNS-SUSPENDED              PIC 9(5) VALUE 0.
       01 WS-ACCT-POSTED                 PIC X(1).
       01 WS-ACCOUNTS-UPDATED            PIC 9(5) VALUE 0.
       01 WS-PRIOR-JRN-STATUS            PIC XX.
       01 WS-PRIOR-SEQ                   PIC 9(6).
       01 WS-TXNS-PREV-APPLIED           PIC 9(5) VALUE 0.
       01 WS-PREV-APPLIED-TOTAL          PIC 9(13)V99 VALUE 0.
       01 WS-LOANPAY-FILE-STATUS         PIC XX.
      *
      *  The loan in hand while its payments are split: its open
      *  position off the account master, carried forward payment
      *  by payment in the order the customer pass posts them.
      *
       01 WS-LOAN-POSITION.
           05 WS-LN-ACCT-NO              PIC 9(10).
           05 WS-LN-BALANCE              PIC S9(9)V99.
           05 WS-LN-RATE                 PIC 9V9(6).
           05 WS-LN-INT-DUE              PIC 9(7)V99.
           05 WS-LN-ACCRUED-TO           PIC 9(7).
           05 WS-LN-PAID                 PIC X(1).
               88 WS-LN-WAS-PAID         VALUE "Y".
       01 WS-LOAN-MATCHED                PIC X(1).
           88 WS-LOAN-IS-MATCHED         VALUE "Y".
       01 WS-LOAN-ACCRUAL-DAYS           PIC S9(5).
       01 WS-LOAN-ACCRUAL                PIC 9(7)V99.
       01 WS-LOAN-INTEREST-PART          PIC 9(7)V99.
       01 WS-LOAN-PRINCIPAL-PART         PIC 9(7)V99.
       01 WS-LOAN-INTEREST-DISPLAY       PIC +9(7).99.
       01 WS-LOAN-PAYMENTS-APPLIED       PIC 9(5) VALUE 0.
       01 WS-LOAN-OVERPAYMENTS           PIC 9(5) VALUE 0.
       01 WS-LOANS-PAID-OFF              PIC 9(5) VALUE 0.
       01 WS-SWEEP-FILE-STATUS           PIC XX.
       01 WS-SWPHST-FILE-STATUS          PIC XX.
      *
      *  One half of a sweep arrangement as it leaves the account
      *  sort: the account it names, in which role, the other
      *  account, and - when the account is an open demand deposit
      *  account - its owner and opening balance.  The arrangement
      *  is known by its place on the arrangement file.
      *
       01 WS-SWEEP-SIDE.
           05 SS-CUST-NO                 PIC 9(9).
           05 SS-ARRANGEMENT-SEQ         PIC 9(9).
           05 SS-ROLE                    PIC X(1).
               88 SS-PROTECTED-SIDE      VALUE "P".
               88 SS-FUNDING-SIDE        VALUE "F".
           05 SS-ACCT-NO                 PIC 9(10).
           05 SS-PARTNER-ACCT            PIC 9(10).
           05 SS-BALANCE                 PIC S9(9)V99
                                         SIGN LEADING SEPARATE.
      *
      *  The first half of an arrangement met under a customer,
      *  held until its other half comes.
      *
       01 WS-SWEEP-SIDE-HELD             PIC X(1).
           88 WS-SWEEP-SIDE-IS-HELD      VALUE "Y".
       01 WS-HELD-SIDE-SEQ               PIC 9(9).
       01 WS-HELD-SIDE-ACCT              PIC 9(10).
       01 WS-HELD-SIDE-BALANCE           PIC S9(9)V99.
      *
      *  A usable arrangement on its way to the customer pass,
      *  under the place of its customer's master record.  The
      *  zero sequence sorts it ahead of every item of the
      *  customer (items number from one).
      *
       01 WS-SWEEP-PAIR.
           05 SP-SEQ                     PIC 9(9).
           05 SP-CUST-POS                PIC 9(9).
           05 SP-PROTECTED-ACCT          PIC 9(10).
           05 SP-FUNDING-ACCT            PIC 9(10).
           05 SP-PROTECTED-BALANCE       PIC S9(9)V99
                                         SIGN LEADING SEPARATE.
           05 SP-FUNDING-BALANCE         PIC S9(9)V99
                                         SIGN LEADING SEPARATE.
      *
      *  The account in hand on the account sort, as far as the
      *  sweep arrangements naming it need it.
      *
       01 WS-SWEEP-ACCT-MATCHED          PIC X(1).
           88 WS-SWEEP-ACCT-IS-MATCHED   VALUE "Y".
       01 WS-SWEEP-ACCT-CUST-NO          PIC 9(9).
       01 WS-SWEEP-ACCT-BALANCE          PIC S9(9)V99.
       01 WS-SWEEP-PROTECTED-SEEN        PIC X(1).
           88 WS-SWEEP-ACCT-PROTECTED    VALUE "Y".
       01 WS-SWEEP-CUST-POS              PIC 9(9).
       01 WS-SWEEP-CUST-FOUND            PIC X(1).
           88 WS-SWEEP-CUST-IS-FOUND     VALUE "Y".
      *
      *  The sweep accounts of the customer in hand - each with its
      *  funding account when it is protected - and the running
      *  balance of each, from the account master's opening
      *  balance carried forward as the customer's postings and
      *  sweeps land, so each sweep sees the balance as it stands.
      *  An account number is the customer number and a one-digit
      *  suffix; the room here is twice that, for a survivor of a
      *  merge that keeps the accounts it took over.
      *
       01 WS-SWEEP-BALANCE-TABLE.
           05 WS-SWEEP-BAL-COUNT         PIC 9(2) VALUE 0.
           05 WS-SWEEP-BAL-ENTRY OCCURS 20 TIMES
                   INDEXED BY SB-IDX SB-PROT-IDX SB-FUND-IDX.
               10 WS-SB-ACCT-NO          PIC 9(10).
               10 WS-SB-FUNDING-ACCT     PIC 9(10).
               10 WS-SB-BALANCE          PIC S9(9)V99.
       01 WS-SWEEP-BAL-MATCHED           PIC X(1).
           88 WS-SWEEP-BAL-IS-MATCHED    VALUE "Y".
       01 WS-SWEEP-FIND-ACCT             PIC 9(10).
       01 WS-SWEEP-ROOM-NEEDED           PIC 9(1).
       01 WS-SWEEP-COUNT                 PIC 9(7) VALUE 0.
       01 WS-SWEEPS-USABLE               PIC 9(7) VALUE 0.
       01 WS-SWEEP-SHORTFALL             PIC S9(9)V99.
       01 WS-SWEEP-AMOUNT                PIC 9(7)V99.
       01 WS-SWEEP-REFERENCE             PIC X(13).
       01 WS-SWEEP-REF-SEQ               PIC 9(6).
       01 WS-SWEEPS-MADE                 PIC 9(5) VALUE 0.
       01 WS-SWEPT-TOTAL                 PIC 9(13)V99 VALUE 0.
       01 WS-SWEEPS-UNUSABLE             PIC 9(7) VALUE 0.
       01 WS-HLDPOL-FILE-STATUS          PIC XX.
       01 WS-HOLD-FILE-STATUS            PIC XX.
      *
      *  The hold policy as filed, each row with the release date
      *  a hold placed under it tonight falls away on.
      *
       01 WS-HOLD-POLICY-TABLE.
           05 WS-HOLD-POLICY-COUNT       PIC 9(2) VALUE 0.
           05 WS-HOLD-POLICY-ENTRY OCCURS 50 TIMES
                   INDEXED BY HP-IDX.
               10 WS-HP-PRODUCT-CODE     PIC X(2).
               10 WS-HP-TYPE-CODE        PIC X(2).
               10 WS-HP-AMOUNT-LOW       PIC 9(7)V99.
               10 WS-HP-AMOUNT-HIGH      PIC 9(7)V99.
               10 WS-HP-AGE-MIN-DAYS     PIC 9(5).
               10 WS-HP-AGE-MAX-DAYS     PIC 9(5).
               10 WS-HP-EXEMPT-AMOUNT    PIC 9(7)V99.
               10 WS-HP-HOLD-PERCENT     PIC 9(3).
               10 WS-HP-RELEASE-DATE     PIC 9(7).
       01 WS-HOLD-POLICY-MATCHED         PIC X(1).
           88 WS-HOLD-POLICY-IS-MATCHED  VALUE "Y".
       01 WS-WALK-DAY-INTEGER            PIC 9(8).
       01 WS-WALK-DATE                   PIC 9(7).
       01 WS-DAYS-COUNTED                PIC 9(3).
      *
      *  The open deposit account in hand while its credits are
      *  judged against the hold policy.
      *
       01 WS-DEPOSIT-MATCHED             PIC X(1).
           88 WS-DEPOSIT-IS-MATCHED      VALUE "Y".
       01 WS-DEPOSIT-PRODUCT-CODE        PIC X(2).
       01 WS-DEPOSIT-AGE-DAYS            PIC 9(5).
       01 WS-HOLD-AMOUNT                 PIC S9(9)V99.
       01 WS-GROUP-HELD                  PIC 9(9)V99.
       01 WS-CUSTOMER-HELD               PIC 9(9)V99.
       01 WS-HOLDS-PLACED                PIC 9(5) VALUE 0.
       01 WS-HELD-TOTAL                  PIC 9(13)V99 VALUE 0.
       01 WS-TXNS-UNCOLLECTED            PIC 9(5) VALUE 0.
       01 WS-RATE-FILE-STATUS            PIC XX.
       01 WS-SPREAD-FILE-STATUS          PIC XX.
       01 WS-CATALOG-FILE-STATUS         PIC XX.
       01 WS-FXJRN-FILE-STATUS           PIC XX.
       01 WS-PRIOR-FXJ-STATUS            PIC XX.
      *
      *  Each currency's rate to the USD base in force tonight -
      *  the latest on the exchange-rate table effective by the
      *  run date - the customer spreads, and each product's
      *  currency off the catalog.
      *
       01 WS-FX-RATE-TABLE.
           05 WS-FX-RATE-COUNT           PIC 9(2) VALUE 0.
           05 WS-FX-RATE-ENTRY OCCURS 20 TIMES INDEXED BY XR-IDX.
               10 WS-FX-CURRENCY         PIC X(3).
               10 WS-FX-EFF-DATE         PIC 9(7).
               10 WS-FX-RATE             PIC 9(3)V9(6).
       01 WS-FX-SPREAD-TABLE.
           05 WS-FX-SPREAD-COUNT         PIC 9(2) VALUE 0.
           05 WS-FX-SPREAD-ENTRY OCCURS 20 TIMES INDEXED BY FS-IDX.
               10 WS-FS-CURRENCY         PIC X(3).
               10 WS-FS-SPREAD-BP        PIC 9(4).
       01 WS-PRODUCT-CCY-TABLE.
           05 WS-PRODUCT-CCY-COUNT       PIC 9(3) VALUE 0.
           05 WS-PRODUCT-CCY-ENTRY OCCURS 100 TIMES
                   INDEXED BY PC-IDX.
               10 WS-PC-PRODUCT-CODE     PIC X(2).
               10 WS-PC-CURRENCY         PIC X(3).
       01 WS-FX-FIND-CURRENCY            PIC X(3).
       01 WS-TABLE-FULL-SWITCH           PIC X(1) VALUE "N".
           88 WS-A-TABLE-IS-FULL         VALUE "Y".
       01 WS-FULL-TABLE-NAME             PIC X(12).
       01 WS-FX-FOUND-RATE               PIC 9(3)V9(6).
       01 WS-FX-FOUND-SWITCH             PIC X(1).
           88 WS-FX-WAS-FOUND            VALUE "Y".
       01 WS-FX-ITEM-RATE                PIC 9(3)V9(6).
       01 WS-FX-SPREAD-BP                PIC 9(4).
       01 WS-FX-SPREAD-FACTOR            PIC 9(1)V9(4).
       01 WS-FX-AT-MID                   PIC 9(7)V99.
       01 WS-FX-RATE-DISPLAY             PIC 9(3).9(6).
       01 WS-FX-SPREAD-DISPLAY           PIC +9(9).99.
       01 WS-FX-AMOUNT-DISPLAY           PIC +9(7).99.
       01 WS-ACCOUNT-CURRENCY            PIC X(3).
       01 WS-ITEMS-CONVERTED             PIC 9(5) VALUE 0.
       01 WS-SPREAD-TOTAL                PIC 9(13)V99 VALUE 0.
       01 WS-FX-PREV-LINES               PIC 9(5) VALUE 0.
       01 WS-FX-PREV-SPREAD              PIC 9(13)V99 VALUE 0.
       01 WS-TXNS-UNRATED                PIC 9(5) VALUE 0.
       01 WS-GROUP-PRIOR-POSTED          PIC 9(7)V99.
       COPY WSBIZADJ.
       COPY WSSUSPEN.
       COPY WSCHNSL.
       COPY WSRUNLCK.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSCTLTOT.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       POSTAP01-MAIN.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "POSTAP01" TO RL-JOB-NAME.
           MOVE "MASTERS" TO RL-LOCK-NAME.
           MOVE WS-RUN-CCYYDDD TO RL-RUN-DATE.
               GOBACK
           END-IF.

           PERFORM LOAD-RATE-TIER-TABLE.
           COMPUTE WS-RUN-DAY-INTEGER =
               FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD).
           PERFORM LOAD-HOLD-POLICY.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM LOAD-FX-SPREADS.
           PERFORM LOAD-PRODUCT-CURRENCIES.

      ***************************************************************
      *  A reference table too small for its file means items
      *  would go unconverted or unheld for no reason of their
      *  own.  Nothing is posted, the files stay as the edit
      *  pass left them, and the step ends with a nonzero return
      *  code so operations raises the table size before rerunning.
      ***************************************************************
           IF WS-A-TABLE-IS-FULL
               PERFORM REFUSE-THE-NIGHT
               GOBACK
           END-IF.

      ***************************************************************
      *  Tonight's journal lines and the customer master meet the
      *  clean transactions: what an earlier attempt already
      *  applied is marked, and every other item learns which
      *  master record it posts against.
      ***************************************************************
           SORT POSTING-MATCH-SORT
               ON ASCENDING KEY PM-CUST-NO PM-CLASS PM-AMOUNT
                                PM-KIND PM-SEQ
               INPUT PROCEDURE IS RELEASE-PRIOR-AND-CLEAN
               OUTPUT PROCEDURE IS MATCH-PRIOR-AND-MASTER.

      *    The journal retains its dated history across run dates
      *    for the readers that reconstruct from it; it is only
      *    cut fresh when no journal exists on disk at all, and
               MOVE "POSTJRNL" TO CS-FILE-TAG
               SET CS-ACTION-RESET TO TRUE
               CALL "CHAINSL01" USING WS-CHAIN-SEAL-REQUEST
               PERFORM STAMP-POSTING-HEADER
           END-IF.
           OPEN EXTEND INTEREST-JOURNAL-FILE.
           IF WS-INTJRN-FILE-STATUS NOT = "00"
               MOVE "INTJRNL" TO CS-FILE-TAG
               SET CS-ACTION-RESET TO TRUE
               CALL "CHAINSL01" USING WS-CHAIN-SEAL-REQUEST
               PERFORM STAMP-INTEREST-HEADER
           END-IF.
           OPEN EXTEND LOAN-PAYMENT-FILE.
           IF WS-LOANPAY-FILE-STATUS NOT = "00"
               OPEN OUTPUT LOAN-PAYMENT-FILE
           END-IF.
           OPEN EXTEND SWEEP-HISTORY-FILE.
           IF WS-SWPHST-FILE-STATUS NOT = "00"
               OPEN OUTPUT SWEEP-HISTORY-FILE
           END-IF.
           OPEN EXTEND FUNDS-HOLD-FILE.
           IF WS-HOLD-FILE-STATUS NOT = "00"
               OPEN OUTPUT FUNDS-HOLD-FILE
           END-IF.
           OPEN EXTEND FX-JOURNAL-FILE.
           IF WS-FXJRN-FILE-STATUS NOT = "00"
               OPEN OUTPUT FX-JOURNAL-FILE
           END-IF.
           SORT POSTING-LOAN-SORT
               ON ASCENDING KEY PL-ACCT-NO PL-KIND PL-CUST-POS PL-SEQ
               INPUT PROCEDURE IS RELEASE-LOANS-AND-ITEMS
               OUTPUT PROCEDURE IS SPLIT-LOAN-PAYMENTS.
           SORT POSTING-SWEEP-SORT
               ON ASCENDING KEY PS-CUST-NO PS-KIND PS-SEQ
               INPUT PROCEDURE IS RELEASE-SWEEP-SIDES
               OUTPUT PROCEDURE IS PAIR-SWEEP-SIDES.
           COMPUTE WS-SWEEPS-UNUSABLE =
               WS-SWEEP-COUNT - WS-SWEEPS-USABLE.
           SORT POSTING-CUST-SORT
               ON ASCENDING KEY PC-CUST-POS PC-SEQ
               INPUT PROCEDURE IS RELEASE-ITEMS-TO-POST
               OUTPUT PROCEDURE IS APPLY-TXNS-TO-MASTER.
           PERFORM WRITE-JOURNAL-TOTALS.
           CLOSE POSTING-JOURNAL-FILE.
           CLOSE INTEREST-JOURNAL-FILE.
           CLOSE LOAN-PAYMENT-FILE.
           CLOSE SWEEP-HISTORY-FILE.
           CLOSE FUNDS-HOLD-FILE.
           CLOSE FX-JOURNAL-FILE.

           SORT POSTING-ACCT-SORT
               ON ASCENDING KEY PA-ACCT-NO PA-KIND PA-SEQ
               INPUT PROCEDURE IS RELEASE-EFFECTS-AND-ACCOUNTS
               OUTPUT PROCEDURE IS NET-ACCOUNT-EFFECTS.
           SORT POSTING-UPDATE-SORT
               ON ASCENDING KEY PU-ACCT-POS
               INPUT PROCEDURE IS RELEASE-ACCOUNT-UPDATES
               OUTPUT PROCEDURE IS APPLY-TXNS-TO-ACCOUNTS.

           MOVE WS-RUN-CCYYDDD TO CT-RUN-DATE.
           MOVE "POSTAP01" TO CT-STEP-NAME.
           SET CT-ROLE-CONSUMER TO TRUE.
           MOVE "data/balance_txns_clean.dat" TO CT-FILE-NAME.
           MOVE WS-TXN-COUNT TO CT-RECORD-COUNT.
           MOVE WS-TXN-HASH TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.
           SET CT-ROLE-PRODUCER TO TRUE.
           MOVE "data/posting_journal.dat" TO CT-FILE-NAME.
               MOVE WS-ADJUSTMENT-TOTAL TO CT-AMOUNT-HASH
               CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD
           END-IF.
           IF WS-SWEEPS-MADE > 0
               SET CT-ROLE-PRODUCER TO TRUE
               MOVE "data/sweep_history.dat" TO CT-FILE-NAME
               MOVE WS-SWEEPS-MADE TO CT-RECORD-COUNT
               MOVE WS-SWEPT-TOTAL TO CT-AMOUNT-HASH
               CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD
           END-IF.
           IF WS-HOLDS-PLACED > 0
               SET CT-ROLE-PRODUCER TO TRUE
               MOVE "data/funds_holds.dat" TO CT-FILE-NAME
               MOVE WS-HOLDS-PLACED TO CT-RECORD-COUNT
               MOVE WS-HELD-TOTAL TO CT-AMOUNT-HASH
               CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD
           END-IF.
           IF WS-ITEMS-CONVERTED + WS-FX-PREV-LINES > 0
               SET CT-ROLE-PRODUCER TO TRUE
               MOVE "data/fx_conversion_journal.dat" TO CT-FILE-NAME
               COMPUTE CT-RECORD-COUNT =
                   WS-ITEMS-CONVERTED + WS-FX-PREV-LINES
               COMPUTE CT-AMOUNT-HASH =
                   WS-SPREAD-TOTAL + WS-FX-PREV-SPREAD
               CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD
           END-IF.

           DISPLAY "POSTAP01: APPLIED=" WS-TXNS-APPLIED
               " PREVIOUSLY APPLIED=" WS-TXNS-PREV-APPLIED
               " SUSPENDED=" WS-TXNS-SUSPENDED
               " OVER LIMIT=" WS-TXNS-OVER-LIMIT
               " BACKDATED ADJ=" WS-ADJUSTMENTS-WRITTEN.
           DISPLAY "POSTAP01: LOAN PAYMENTS=" WS-LOAN-PAYMENTS-APPLIED
               " OVERPAYMENTS=" WS-LOAN-OVERPAYMENTS
               " PAID OFF=" WS-LOANS-PAID-OFF.
           DISPLAY "POSTAP01: SWEEP ARRANGEMENTS=" WS-SWEEP-COUNT
               " UNUSABLE=" WS-SWEEPS-UNUSABLE
               " SWEEPS=" WS-SWEEPS-MADE
               " SWEPT=" WS-SWEPT-TOTAL.
           DISPLAY "POSTAP01: HOLD POLICY ROWS=" WS-HOLD-POLICY-COUNT
               " HOLDS PLACED=" WS-HOLDS-PLACED
               " HELD=" WS-HELD-TOTAL
               " UNCOLLECTED=" WS-TXNS-UNCOLLECTED.
           DISPLAY "POSTAP01: CURRENCIES RATED=" WS-FX-RATE-COUNT
               " CONVERTED=" WS-ITEMS-CONVERTED
               " SPREAD=" WS-SPREAD-TOTAL
               " NO RATE=" WS-TXNS-UNRATED.

           MOVE WS-TXNS-APPLIED TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           GOBACK.

      ***************************************************************
      *  The prior journal, the customer master, and the clean
      *  file all go into one sort; the master's records carry
      *  their place on the file so the customer pass can find
      *  them again, and every hold still active tonight goes in
      *  under its customer.
      ***************************************************************
       RELEASE-PRIOR-AND-CLEAN.
           PERFORM LOAD-PRIOR-JOURNAL.
           PERFORM LOAD-PRIOR-FX-JOURNAL.
           PERFORM RELEASE-MASTER-KEYS.
           PERFORM RELEASE-ACTIVE-HOLDS.
           PERFORM LOAD-CLEAN-TXNS.

       RELEASE-MASTER-KEYS.
           MOVE 0 TO WS-MASTER-POS.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-MASTER-POS
                           MOVE SPACES TO POSTING-MATCH-REC
                           MOVE CN-CUST-NO TO PM-CUST-NO
                           SET PM-MASTER-ROW TO TRUE
                           MOVE 0 TO PM-AMOUNT
                           MOVE "0" TO PM-KIND
                           MOVE WS-MASTER-POS TO PM-SEQ
                           MOVE 0 TO PM-HELD-AMOUNT
                           MOVE 0 TO PM-POSTED-AMOUNT
                           RELEASE POSTING-MATCH-REC
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

      *    A hold an earlier attempt placed tonight is already on
      *    file and counts like any other.
       RELEASE-ACTIVE-HOLDS.
           OPEN INPUT FUNDS-HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = "00"
               PERFORM UNTIL WS-HOLD-FILE-STATUS = "10"
                   READ FUNDS-HOLD-FILE
                       AT END
                           MOVE "10" TO WS-HOLD-FILE-STATUS
                       NOT AT END
                           IF HD-STILL-HELD
                                   AND HD-RELEASE-DATE
                                       > WS-RUN-CCYYDDD
                               MOVE SPACES TO POSTING-MATCH-REC
                               MOVE HD-CUST-NO TO PM-CUST-NO
                               MOVE "0" TO PM-CLASS
                               MOVE 0 TO PM-AMOUNT
                               SET PM-HOLD-ENTRY TO TRUE
                               MOVE 0 TO PM-SEQ
                               MOVE HD-AMOUNT TO PM-HELD-AMOUNT
                               MOVE 0 TO PM-POSTED-AMOUNT
                               RELEASE POSTING-MATCH-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNDS-HOLD-FILE
           END-IF.

       LOAD-CLEAN-TXNS.
           OPEN INPUT CLEAN-TXN-FILE.
           IF WS-CLEAN-FILE-STATUS = "00"
               PERFORM UNTIL WS-CLEAN-FILE-STATUS = "10"
                   READ CLEAN-TXN-FILE INTO WS-CLEAN-TXN
                       AT END
                           MOVE "10" TO WS-CLEAN-FILE-STATUS
                       NOT AT END
                           PERFORM RELEASE-CLEAN-TXN
                   END-READ
               END-PERFORM
               CLOSE CLEAN-TXN-FILE
           END-IF.

       RELEASE-CLEAN-TXN.
           ADD 1 TO WS-TXN-COUNT.
           ADD CT-AMOUNT TO WS-TXN-HASH.
           MOVE CT-CUST-NO TO PM-CUST-NO.
           SET PM-AMOUNT-ROW TO TRUE.
           IF CT-SIGN = "-"
               COMPUTE PM-AMOUNT = 0 - CT-AMOUNT
           ELSE
               MOVE CT-AMOUNT TO PM-AMOUNT
           END-IF.
           SET PM-CLEAN-TXN TO TRUE.
           MOVE WS-TXN-COUNT TO PM-SEQ.
           MOVE WS-CLEAN-TXN TO PM-TXN-IMAGE.
           MOVE 0 TO PM-HELD-AMOUNT.
           MOVE 0 TO PM-POSTED-AMOUNT.
           RELEASE POSTING-MATCH-REC.

      ***************************************************************
      *  A clean transaction matching a journal entry of tonight
      *  on customer and signed amount was already applied by the
      *  earlier attempt; it is marked, counted, and never posted
      *  or suspended again.  Each journal entry satisfies at most
      *  one transaction - the first so many of a customer's
      *  same-amount transactions, in file order, are the ones the
      *  journal already holds - so a genuine repeat still posts.
      *  What the entry posted, converted or not, is what the
      *  combined run's journal totals count it at.
      ***************************************************************
       MATCH-PRIOR-AND-MASTER.
           OPEN OUTPUT POSTING-ITEM-WORK.
           MOVE HIGH-VALUES TO WS-GROUP-CUST-KEY.
           MOVE HIGH-VALUES TO WS-GROUP-KEY.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN POSTING-MATCH-SORT
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       PERFORM MATCH-ONE-ROW
               END-RETURN
           END-PERFORM.
           CLOSE POSTING-ITEM-WORK.

      *    The first master record of the customer is the one the
      *    customer pass posts to, as it always has.
       MATCH-ONE-ROW.
           IF PM-MATCH-KEY (1:9) NOT = WS-GROUP-CUST-KEY
               MOVE PM-MATCH-KEY (1:9) TO WS-GROUP-CUST-KEY
               MOVE "N" TO WS-GROUP-FOUND-SWITCH
               MOVE 0 TO WS-GROUP-HELD
           END-IF.
           IF PM-MATCH-KEY NOT = WS-GROUP-KEY
               MOVE PM-MATCH-KEY TO WS-GROUP-KEY
               MOVE 0 TO WS-GROUP-PRIOR-COUNT
               MOVE 0 TO WS-GROUP-TXN-RANK
           END-IF.
           EVALUATE TRUE
               WHEN PM-HOLD-ENTRY
                   ADD PM-HELD-AMOUNT TO WS-GROUP-HELD
               WHEN PM-MASTER-ROW
                   IF NOT WS-GROUP-FOUND
                       MOVE "Y" TO WS-GROUP-FOUND-SWITCH
                       MOVE PM-SEQ TO WS-GROUP-CUST-POS
                   END-IF
               WHEN PM-PRIOR-ENTRY
                   ADD 1 TO WS-GROUP-PRIOR-COUNT
                   MOVE PM-POSTED-AMOUNT TO WS-GROUP-PRIOR-POSTED
               WHEN OTHER
                   PERFORM BUILD-POSTING-ITEM
           END-EVALUATE.

       BUILD-POSTING-ITEM.
           MOVE PM-TXN-IMAGE TO WS-CLEAN-TXN.
           MOVE PM-SEQ TO PI-SEQ.
           IF WS-GROUP-FOUND
               MOVE WS-GROUP-CUST-POS TO PI-CUST-POS
           ELSE
               SET PI-CUST-NOT-ON-MASTER TO TRUE
           END-IF.
           MOVE CT-CUST-NO TO PI-CUST-NO.
           MOVE CT-TYPE-CODE TO PI-TYPE-CODE.
           MOVE CT-SIGN TO PI-SIGN.
           MOVE CT-AMOUNT TO PI-AMOUNT.
           IF CT-VALUE-DATE NUMERIC
               MOVE CT-VALUE-DATE TO PI-VALUE-DATE
           ELSE
               MOVE 0 TO PI-VALUE-DATE
           END-IF.
           MOVE CT-ORIG-ENTRY TO PI-ORIG-ENTRY.
           IF CT-ACCT-NO NUMERIC
               MOVE CT-ACCT-NO TO PI-ACCT-NO
           ELSE
               COMPUTE PI-ACCT-NO = CT-CUST-NO * 10 + 1
           END-IF.
           MOVE 0 TO PI-ADJ-AMOUNT.
           MOVE CT-TRACE-ID TO PI-TRACE-ID.
           ADD 1 TO WS-GROUP-TXN-RANK.
           IF WS-GROUP-TXN-RANK NOT > WS-GROUP-PRIOR-COUNT
               MOVE "X" TO PI-STATE
               ADD 1 TO WS-TXNS-PREV-APPLIED
               ADD WS-GROUP-PRIOR-POSTED TO WS-PREV-APPLIED-TOTAL
           ELSE
               MOVE "P" TO PI-STATE
           END-IF.
           MOVE "N" TO PI-LOAN-SWITCH.
           MOVE "N" TO PI-LOAN-OVERPAID-SWITCH.
           MOVE 0 TO PI-LOAN-INTEREST-PART.
           MOVE 0 TO PI-LOAN-PRINCIPAL-PART.
           MOVE 0 TO PI-LOAN-BALANCE-AFTER.
           MOVE 0 TO PI-LOAN-INT-DUE-AFTER.
           MOVE 0 TO PI-HOLD-AMOUNT.
           MOVE 0 TO PI-HOLD-RELEASE.
           MOVE WS-GROUP-HELD TO PI-CUST-HELD.
           MOVE CT-CURRENCY-CODE TO PI-CURRENCY-CODE.
           MOVE SPACE TO PI-FX-STATE.
           MOVE CT-AMOUNT TO PI-ORIG-AMOUNT.
           MOVE SPACES TO PI-ACCT-CURRENCY.
           MOVE 0 TO PI-FX-MID-RATE.
           MOVE 0 TO PI-FX-RATE.
           MOVE 0 TO PI-FX-SPREAD.
           PERFORM WRITE-POSTING-ITEM.

       WRITE-POSTING-ITEM.
           WRITE POSTING-ITEM-REC FROM WS-POSTING-ITEM.
           IF WS-ITEM-FILE-STATUS NOT = "00"
               DISPLAY "POSTAP01: POSTING ITEM WRITE FAILED"
                   " STATUS=" WS-ITEM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      ***************************************************************
      *  Every item not already applied goes to the customer pass
      *  in master order; an item whose customer is not on the
      *  master sorts after all of them.  Each usable sweep
      *  arrangement goes in under its customer ahead of the
      *  customer's items.
      ***************************************************************
       RELEASE-ITEMS-TO-POST.
           OPEN INPUT POSTING-ITEM-WORK.
           IF WS-ITEM-FILE-STATUS = "00"
               PERFORM UNTIL WS-ITEM-FILE-STATUS = "10"
                   READ POSTING-ITEM-WORK INTO WS-POSTING-ITEM
                       AT END
                           MOVE "10" TO WS-ITEM-FILE-STATUS
                       NOT AT END
                           IF NOT PI-PREV-APPLIED
                               RELEASE POSTING-CUST-REC
                                   FROM WS-POSTING-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-ITEM-WORK
           END-IF.
           OPEN INPUT POSTING-SWEEP-WORK.
           IF WS-SWPWRK-FILE-STATUS = "00"
               PERFORM UNTIL WS-SWPWRK-FILE-STATUS = "10"
                   READ POSTING-SWEEP-WORK INTO WS-SWEEP-PAIR
                       AT END
                           MOVE "10" TO WS-SWPWRK-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO POSTING-CUST-REC
                           MOVE WS-SWEEP-PAIR TO POSTING-CUST-REC
                           RELEASE POSTING-CUST-REC
                   END-READ
               END-PERFORM
               CLOSE POSTING-SWEEP-WORK
           END-IF.

      ***************************************************************
      *  transaction for the record's customer posts signed onto
      *  CN-BALANCE, the record is REWRITten once, and each posting
      *  writes its journal line (date, customer, signed amount in
      *  the columns STMT01 reads back).  What each posting did to
      *  its account is noted for the account pass.
      ***************************************************************
       APPLY-TXNS-TO-MASTER.
           OPEN EXTEND POSTING-EFFECT-WORK.
           MOVE 0 TO WS-MASTER-POS.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM RETURN-NEXT-POSTING-ITEM.
           OPEN I-O CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-MASTER-POS
                           PERFORM POST-TO-ONE-CUSTOMER
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CUSTOMER-MASTER-FILE.
           PERFORM SUSPEND-UNAPPLIED-TXNS.
           CLOSE POSTING-EFFECT-WORK.

       RETURN-NEXT-POSTING-ITEM.
           RETURN POSTING-CUST-SORT INTO WS-POSTING-ITEM
               AT END
                   MOVE "10" TO WS-SORT-RETURN
           END-RETURN.

      ***************************************************************
      *  All of the customer's pending transactions post onto the
       POST-TO-ONE-CUSTOMER.
           MOVE 0 TO WS-POSTING-AMOUNT.
           MOVE "N" TO WS-RECORD-POSTED.
           MOVE 0 TO WS-CUSTOMER-HELD.
           MOVE 0 TO WS-SWEEP-BAL-COUNT.
           PERFORM UNTIL WS-SORT-RETURN = "10"
                   OR PI-CUST-POS NOT = WS-MASTER-POS
                   OR NOT PI-SWEEP-PAIR
               PERFORM LOAD-SWEEP-PAIR
               PERFORM RETURN-NEXT-POSTING-ITEM
           END-PERFORM.
           IF WS-SORT-RETURN NOT = "10"
                   AND PI-CUST-POS = WS-MASTER-POS
               MOVE PI-CUST-HELD TO WS-CUSTOMER-HELD
           END-IF.
           PERFORM UNTIL WS-SORT-RETURN = "10"
                   OR PI-CUST-POS NOT = WS-MASTER-POS
               PERFORM POST-ONE-ITEM
               PERFORM RETURN-NEXT-POSTING-ITEM
           END-PERFORM.
           IF WS-RECORD-POSTED = "Y"
               MOVE WS-RUN-CCYYDDD TO CN-LAST-ACTIVITY-DATE
               PERFORM REWRITE-MASTER-RECORD
           END-IF.

       POST-ONE-ITEM.
           EVALUATE TRUE
               WHEN PI-FX-NO-RATE
                   PERFORM SUSPEND-UNRATED-ITEM
               WHEN PI-LOAN-PAYMENT
                   PERFORM APPLY-LOAN-PAYMENT
               WHEN PI-SIGN = "-"
                       AND CN-BALANCE - PI-AMOUNT
                           < 0 - CN-OVERDRAFT-LIMIT
                   PERFORM SUSPEND-OVER-LIMIT-DEBIT
               WHEN PI-SIGN = "-"
                       AND CN-BALANCE - WS-CUSTOMER-HELD - PI-AMOUNT
                           < 0 - CN-OVERDRAFT-LIMIT
                   PERFORM SUSPEND-UNCOLLECTED-DEBIT
               WHEN OTHER
                   IF PI-SIGN = "-"
                       PERFORM SWEEP-TO-PROTECTED-ACCOUNT
                   END-IF
                   PERFORM APPLY-ONE-TXN
           END-EVALUATE.
           IF PI-APPLIED
               PERFORM WRITE-ACCOUNT-EFFECT
           END-IF.

      *    Signed amount plus any backdated adjustment, under the
      *    transaction's account number.
       WRITE-ACCOUNT-EFFECT.
           MOVE PI-ACCT-NO TO AE-ACCT-NO.
           MOVE 0 TO AE-ACCT-POS.
           SET AE-DEPOSIT-POSTING TO TRUE.
           IF PI-SIGN = "-"
               COMPUTE AE-AMOUNT = PI-ADJ-AMOUNT - PI-AMOUNT
           ELSE
               COMPUTE AE-AMOUNT = PI-ADJ-AMOUNT + PI-AMOUNT
           END-IF.
           MOVE 0 TO AE-LN-BALANCE.
           MOVE 0 TO AE-LN-INT-DUE.
           MOVE 0 TO AE-LN-ACCRUED-TO.
           PERFORM WRITE-ACCOUNT-EFFECT-RECORD.

       WRITE-ACCOUNT-EFFECT-RECORD.
           WRITE POSTING-EFFECT-REC FROM WS-ACCOUNT-EFFECT.
           IF WS-EFFECT-FILE-STATUS NOT = "00"
               DISPLAY "POSTAP01: ACCOUNT EFFECT WRITE FAILED"
                   " STATUS=" WS-EFFECT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      ***************************************************************
      *  A debit that would push the balance below the customer's
      *  approved overdraft limit never posts: the item goes to
      *  an over-limit item, not a mystery shortfall.
      ***************************************************************
       SUSPEND-OVER-LIMIT-DEBIT.
           MOVE "S" TO PI-STATE.
           ADD 1 TO WS-TXNS-OVER-LIMIT.
           MOVE "ODLM" TO WS-SUSPEND-REASON.
           PERFORM POST-ONE-SUSPENSE.

      ***************************************************************
      *  A debit the ledger balance would carry, but only by
      *  spending credits still on hold, is suspended as drawn
      *  against uncollected funds.
      ***************************************************************
       SUSPEND-UNCOLLECTED-DEBIT.
           MOVE "S" TO PI-STATE.
           ADD 1 TO WS-TXNS-UNCOLLECTED.
           MOVE "UNCF" TO WS-SUSPEND-REASON.
           PERFORM POST-ONE-SUSPENSE.

      ***************************************************************
      *  An item in a currency with no rate in force tonight
      *  cannot be converted to its account's currency and goes to
      *  suspense at the amount it was sent as.
      ***************************************************************
       SUSPEND-UNRATED-ITEM.
           MOVE "S" TO PI-STATE.
           ADD 1 TO WS-TXNS-UNRATED.
           MOVE "FXRT" TO WS-SUSPEND-REASON.
           PERFORM POST-ONE-SUSPENSE.

       APPLY-ONE-TXN.
           IF PI-SIGN = "-"
               SUBTRACT PI-AMOUNT
                   FROM CN-BALANCE
               COMPUTE WS-POSTING-AMOUNT =
                   0 - PI-AMOUNT
           ELSE
               ADD PI-AMOUNT TO CN-BALANCE
               MOVE PI-AMOUNT
                   TO WS-POSTING-AMOUNT
           END-IF.
           MOVE "A" TO PI-STATE.
           ADD 1 TO WS-TXNS-APPLIED.
           ADD PI-AMOUNT TO WS-POSTED-TOTAL.
           PERFORM WRITE-JOURNAL-LINE.
           IF PI-HOLD-AMOUNT > 0
               PERFORM PLACE-FUNDS-HOLD
           END-IF.
           IF PI-VALUE-DATE > 0
                   AND PI-VALUE-DATE
                       < WS-RUN-CCYYDDD
               PERFORM POST-BACKDATED-ADJUSTMENT
           END-IF.
           MOVE PI-ACCT-NO TO WS-SWEEP-FIND-ACCT.
           PERFORM FIND-SWEEP-BALANCE.
           IF WS-SWEEP-BAL-IS-MATCHED
               ADD WS-POSTING-AMOUNT TO WS-SB-BALANCE (SB-IDX)
               ADD PI-ADJ-AMOUNT
                   TO WS-SB-BALANCE (SB-IDX)
           END-IF.
           MOVE "Y" TO WS-RECORD-POSTED.

      *    The hold names the journal entry just written for the
      *    credit, and comes out of the customer's available
      *    balance for the debits that follow it tonight.
       PLACE-FUNDS-HOLD.
           MOVE SPACES TO WS-FUNDS-HOLD-RECORD.
           MOVE CN-CUST-NO TO HD-CUST-NO.
           MOVE PI-ACCT-NO TO HD-ACCT-NO.
           MOVE WS-RUN-CCYYDDD TO HD-PLACED-DATE.
           MOVE PI-HOLD-RELEASE TO HD-RELEASE-DATE.
           MOVE PI-HOLD-AMOUNT TO HD-AMOUNT.
           MOVE PI-AMOUNT TO HD-CREDIT-AMOUNT.
           MOVE PI-TYPE-CODE TO HD-TYPE-CODE.
           MOVE WS-RUN-CCYYDDD TO HD-ENTRY-NO (1:7).
           MOVE WS-JOURNAL-SEQ TO HD-ENTRY-NO (8:6).
           MOVE PI-TRACE-ID TO HD-TRACE-ID.
           MOVE 0 TO HD-RELEASED-DATE.
           WRITE WS-FUNDS-HOLD-RECORD.
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "POSTAP01: FUNDS HOLD WRITE FAILED"
                   " STATUS=" WS-HOLD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           ADD PI-HOLD-AMOUNT TO WS-CUSTOMER-HELD.
           ADD 1 TO WS-HOLDS-PLACED.
           ADD PI-HOLD-AMOUNT TO WS-HELD-TOTAL.

      ***************************************************************
      *  A debit to a protected account that would leave it below
      *  zero draws the shortfall - enough to bring the account
      *  back to zero after the debit - from its funding account,
      *  capped at what the funding account holds.  A funding
      *  account at or below zero sweeps nothing and the debit
      *  posts as it would have.
      ***************************************************************
       SWEEP-TO-PROTECTED-ACCOUNT.
           MOVE PI-ACCT-NO TO WS-SWEEP-FIND-ACCT.
           PERFORM FIND-SWEEP-BALANCE.
           IF NOT WS-SWEEP-BAL-IS-MATCHED
               EXIT PARAGRAPH
           END-IF.
           IF WS-SB-FUNDING-ACCT (SB-IDX) = 0
               EXIT PARAGRAPH
           END-IF.
           SET SB-PROT-IDX TO SB-IDX.
           MOVE WS-SB-FUNDING-ACCT (SB-PROT-IDX) TO WS-SWEEP-FIND-ACCT.
           PERFORM FIND-SWEEP-BALANCE.
           SET SB-FUND-IDX TO SB-IDX.
           COMPUTE WS-SWEEP-SHORTFALL =
               PI-AMOUNT
                   - WS-SB-BALANCE (SB-PROT-IDX).
           IF WS-SWEEP-SHORTFALL > 0
                   AND WS-SB-BALANCE (SB-FUND-IDX) > 0
               IF WS-SWEEP-SHORTFALL > WS-SB-BALANCE (SB-FUND-IDX)
                   MOVE WS-SB-BALANCE (SB-FUND-IDX)
                       TO WS-SWEEP-AMOUNT
               ELSE
                   MOVE WS-SWEEP-SHORTFALL TO WS-SWEEP-AMOUNT
               END-IF
               PERFORM POST-SWEEP-TRANSFER
           END-IF.

      ***************************************************************
      *  Funding leg out, protected leg in, one reference on both.
      *  CN-BALANCE is untouched - the money never leaves the
      *  customer - but both running balances move tonight, and
      *  each leg goes to the account pass as an effect on its
      *  account like any posting.
      ***************************************************************
       POST-SWEEP-TRANSFER.
           COMPUTE WS-SWEEP-REF-SEQ = WS-JOURNAL-SEQ + 1.
           MOVE WS-RUN-CCYYDDD TO WS-SWEEP-REFERENCE (1:7).
           MOVE WS-SWEEP-REF-SEQ TO WS-SWEEP-REFERENCE (8:6).
           COMPUTE WS-POSTING-AMOUNT = 0 - WS-SWEEP-AMOUNT.
           PERFORM WRITE-SWEEP-JOURNAL-LINE.
           MOVE WS-SWEEP-AMOUNT TO WS-POSTING-AMOUNT.
           PERFORM WRITE-SWEEP-JOURNAL-LINE.
           SUBTRACT WS-SWEEP-AMOUNT FROM WS-SB-BALANCE (SB-FUND-IDX).
           ADD WS-SWEEP-AMOUNT TO WS-SB-BALANCE (SB-PROT-IDX).
           MOVE WS-SB-ACCT-NO (SB-FUND-IDX) TO AE-ACCT-NO.
           COMPUTE AE-AMOUNT = 0 - WS-SWEEP-AMOUNT.
           PERFORM WRITE-SWEEP-EFFECT.
           MOVE WS-SB-ACCT-NO (SB-PROT-IDX) TO AE-ACCT-NO.
           MOVE WS-SWEEP-AMOUNT TO AE-AMOUNT.
           PERFORM WRITE-SWEEP-EFFECT.
           ADD 1 TO WS-SWEEPS-MADE.
           ADD WS-SWEEP-AMOUNT TO WS-SWEPT-TOTAL.
           MOVE WS-RUN-CCYYDDD TO SH-RUN-DATE.
           MOVE CN-CUST-NO TO SH-CUST-NO.
           MOVE WS-SWEEP-REFERENCE TO SH-REFERENCE.
           MOVE WS-SB-ACCT-NO (SB-PROT-IDX) TO SH-PROTECTED-ACCT.
           MOVE WS-SB-ACCT-NO (SB-FUND-IDX) TO SH-FUNDING-ACCT.
           MOVE WS-SWEEP-AMOUNT TO SH-AMOUNT.
           MOVE PI-TRACE-ID TO SH-TRACE-ID.
           WRITE WS-SWEEP-HISTORY-RECORD.

       WRITE-SWEEP-EFFECT.
           MOVE 0 TO AE-ACCT-POS.
           SET AE-DEPOSIT-POSTING TO TRUE.
           MOVE 0 TO AE-LN-BALANCE.
           MOVE 0 TO AE-LN-INT-DUE.
           MOVE 0 TO AE-LN-ACCRUED-TO.
           PERFORM WRITE-ACCOUNT-EFFECT-RECORD.

      *    Same columns as a posting line so every journal reader
      *    finds customer, amount, and entry number where it
      *    expects them; the trace is the debit's that drew it.
       WRITE-SWEEP-JOURNAL-LINE.
           ADD 1 TO WS-JOURNAL-SEQ.
           MOVE WS-POSTING-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO POSTING-JOURNAL-REC.
           STRING WS-RUN-CCYYDDD " " CN-CUST-NO
                   " POSTED=" WS-AMOUNT-DISPLAY
                   " SEQ=" WS-JOURNAL-SEQ
                   " T=" PI-TRACE-ID
               DELIMITED BY SIZE INTO POSTING-JOURNAL-REC.
           MOVE "SWEEPXFR" TO POSTING-JOURNAL-REC (65:8).
           MOVE WS-SWEEP-REFERENCE TO POSTING-JOURNAL-REC (74:13).
           WRITE POSTING-JOURNAL-REC.
           PERFORM SEAL-POSTING-RECORD.

      ***************************************************************
      *  A usable arrangement of the customer in hand.  Its two
      *  accounts join the customer's sweep accounts at their
      *  opening balances unless already there, and the protected
      *  one learns its funding account.  An arrangement the room
      *  left cannot take whole is not drawn tonight: its debits
      *  post as they would with no arrangement, and the desk is
      *  told which account went unprotected.
      ***************************************************************
       LOAD-SWEEP-PAIR.
           MOVE WS-POSTING-ITEM TO WS-SWEEP-PAIR.
           MOVE 0 TO WS-SWEEP-ROOM-NEEDED.
           MOVE SP-PROTECTED-ACCT TO WS-SWEEP-FIND-ACCT.
           PERFORM FIND-SWEEP-BALANCE.
           IF NOT WS-SWEEP-BAL-IS-MATCHED
               ADD 1 TO WS-SWEEP-ROOM-NEEDED
           END-IF.
           MOVE SP-FUNDING-ACCT TO WS-SWEEP-FIND-ACCT.
           PERFORM FIND-SWEEP-BALANCE.
           IF NOT WS-SWEEP-BAL-IS-MATCHED
               ADD 1 TO WS-SWEEP-ROOM-NEEDED
           END-IF.
           IF WS-SWEEP-BAL-COUNT + WS-SWEEP-ROOM-NEEDED > 20
               PERFORM NOTE-SWEEP-NOT-LOADED
               EXIT PARAGRAPH
           END-IF.
           MOVE SP-FUNDING-ACCT TO WS-SWEEP-FIND-ACCT.
           MOVE SP-FUNDING-BALANCE TO WS-SWEEP-ACCT-BALANCE.
           PERFORM ADD-SWEEP-ACCOUNT.
           MOVE SP-PROTECTED-ACCT TO WS-SWEEP-FIND-ACCT.
           MOVE SP-PROTECTED-BALANCE TO WS-SWEEP-ACCT-BALANCE.
           PERFORM ADD-SWEEP-ACCOUNT.
           MOVE SP-FUNDING-ACCT TO WS-SB-FUNDING-ACCT (SB-IDX).

      *    Leaves SB-IDX on the account's entry.
       ADD-SWEEP-ACCOUNT.
           PERFORM FIND-SWEEP-BALANCE.
           IF NOT WS-SWEEP-BAL-IS-MATCHED
               ADD 1 TO WS-SWEEP-BAL-COUNT
               SET SB-IDX TO WS-SWEEP-BAL-COUNT
               MOVE WS-SWEEP-FIND-ACCT TO WS-SB-ACCT-NO (SB-IDX)
               MOVE 0 TO WS-SB-FUNDING-ACCT (SB-IDX)
               MOVE WS-SWEEP-ACCT-BALANCE TO WS-SB-BALANCE (SB-IDX)
           END-IF.

       NOTE-SWEEP-NOT-LOADED.
           ADD 1 TO WS-SWEEPS-UNUSABLE.
           MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE.
           MOVE "POSTAP01" TO ER-JOB-STEP.
           MOVE "PSWP" TO ER-ERROR-CODE.
           MOVE SPACES TO ER-ERROR-TEXT.
           STRING "SWEEP ACCTS FULL - " SP-PROTECTED-ACCT
                   " UNSWEPT"
               DELIMITED BY SIZE INTO ER-ERROR-TEXT.
           CALL "EXCPLOG01" USING WS-ERROR-RECORD.

       FIND-SWEEP-BALANCE.
           MOVE "N" TO WS-SWEEP-BAL-MATCHED.
           PERFORM VARYING SB-IDX FROM 1 BY 1
                   UNTIL SB-IDX > WS-SWEEP-BAL-COUNT
                       OR WS-SWEEP-BAL-IS-MATCHED
               IF WS-SB-ACCT-NO (SB-IDX) = WS-SWEEP-FIND-ACCT
                   MOVE "Y" TO WS-SWEEP-BAL-MATCHED
               END-IF
           END-PERFORM.
           IF WS-SWEEP-BAL-IS-MATCHED
               SET SB-IDX DOWN BY 1
           END-IF.

      ***************************************************************
      *  Every active arrangement goes into the account sort twice,
      *  once under each account it names, numbered by its place
      *  among the active arrangements so its halves can find
      *  each other again.
      ***************************************************************
       RELEASE-SWEEP-ARRANGEMENTS.
           OPEN INPUT SWEEP-ARRANGEMENT-FILE.
           IF WS-SWEEP-FILE-STATUS = "00"
               PERFORM UNTIL WS-SWEEP-FILE-STATUS = "10"
                   READ SWEEP-ARRANGEMENT-FILE
                       AT END
                           MOVE "10" TO WS-SWEEP-FILE-STATUS
                       NOT AT END
                           IF SA-ARRANGEMENT-ACTIVE
                               ADD 1 TO WS-SWEEP-COUNT
                               PERFORM RELEASE-ARRANGEMENT-SIDES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SWEEP-ARRANGEMENT-FILE
           END-IF.

       RELEASE-ARRANGEMENT-SIDES.
           MOVE SPACES TO POSTING-LOAN-REC.
           SET PL-SWEEP-SIDE-ROW TO TRUE.
           MOVE 0 TO PL-CUST-POS.
           MOVE WS-SWEEP-COUNT TO PL-SEQ.
           MOVE 0 TO SS-CUST-NO.
           MOVE WS-SWEEP-COUNT TO SS-ARRANGEMENT-SEQ.
           MOVE 0 TO SS-BALANCE.
           MOVE SA-PROTECTED-ACCT TO PL-ACCT-NO.
           SET SS-PROTECTED-SIDE TO TRUE.
           MOVE SA-PROTECTED-ACCT TO SS-ACCT-NO.
           MOVE SA-FUNDING-ACCT TO SS-PARTNER-ACCT.
           MOVE WS-SWEEP-SIDE TO PL-ITEM-IMAGE.
           RELEASE POSTING-LOAN-REC.
           MOVE SA-FUNDING-ACCT TO PL-ACCT-NO.
           SET SS-FUNDING-SIDE TO TRUE.
           MOVE SA-FUNDING-ACCT TO SS-ACCT-NO.
           MOVE SA-PROTECTED-ACCT TO SS-PARTNER-ACCT.
           MOVE WS-SWEEP-SIDE TO PL-ITEM-IMAGE.
           RELEASE POSTING-LOAN-REC.

      *    An open demand deposit account's owner and balance, for
      *    the arrangements that name it.
       RELEASE-SWEEP-ACCOUNT-ROW.
           MOVE SPACES TO POSTING-LOAN-REC.
           MOVE AM-ACCT-NO TO PL-ACCT-NO.
           SET PL-SWEEP-ACCOUNT-ROW TO TRUE.
           MOVE 0 TO PL-CUST-POS.
           MOVE WS-ACCOUNT-POS TO PL-SEQ.
           MOVE AM-CUST-NO TO SS-CUST-NO.
           MOVE 0 TO SS-ARRANGEMENT-SEQ.
           MOVE SPACE TO SS-ROLE.
           MOVE AM-ACCT-NO TO SS-ACCT-NO.
           MOVE 0 TO SS-PARTNER-ACCT.
           MOVE AM-BALANCE TO SS-BALANCE.
           MOVE WS-SWEEP-SIDE TO PL-ITEM-IMAGE.
           RELEASE POSTING-LOAN-REC.

       NOTE-SWEEP-ACCOUNT.
           MOVE PL-ITEM-IMAGE TO WS-SWEEP-SIDE.
           MOVE "Y" TO WS-SWEEP-ACCT-MATCHED.
           MOVE SS-CUST-NO TO WS-SWEEP-ACCT-CUST-NO.
           MOVE SS-BALANCE TO WS-SWEEP-ACCT-BALANCE.

      *    Only the first arrangement filed for a protected account
      *    is ever drawn, and only the half of an open demand
      *    deposit account goes on to be paired, carrying the
      *    account's owner and opening balance.
       WRITE-SWEEP-SIDE.
           MOVE PL-ITEM-IMAGE TO WS-SWEEP-SIDE.
           IF SS-PROTECTED-SIDE
               IF WS-SWEEP-ACCT-PROTECTED
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-SWEEP-PROTECTED-SEEN
           END-IF.
           IF NOT WS-SWEEP-ACCT-IS-MATCHED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SWEEP-ACCT-CUST-NO TO SS-CUST-NO.
           MOVE WS-SWEEP-ACCT-BALANCE TO SS-BALANCE.
           WRITE POSTING-SWEEP-WORK-REC FROM WS-SWEEP-SIDE.
           PERFORM CHECK-SWEEP-WORK-WRITE.

       CHECK-SWEEP-WORK-WRITE.
           IF WS-SWPWRK-FILE-STATUS NOT = "00"
               DISPLAY "POSTAP01: SWEEP WORK WRITE FAILED"
                   " STATUS=" WS-SWPWRK-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      ***************************************************************
      *  The halves of every arrangement meet again under the
      *  owner of each account, behind the customer master's rows
      *  that give the place of the record the customer pass posts
      *  to.  Two halves of one arrangement under one customer,
      *  naming two different accounts, make it usable.  A half
      *  left alone - the other account closed, not a demand
      *  deposit account, another customer's, or already protected
      *  by an earlier arrangement - is never drawn.
      ***************************************************************
       RELEASE-SWEEP-SIDES.
           IF WS-SWEEP-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-MASTER-POS.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-MASTER-POS
                           MOVE SPACES TO POSTING-SWEEP-REC
                           MOVE CN-CUST-NO TO PS-CUST-NO
                           SET PS-MASTER-ROW TO TRUE
                           MOVE WS-MASTER-POS TO PS-SEQ
                           RELEASE POSTING-SWEEP-REC
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           OPEN INPUT POSTING-SWEEP-WORK.
           IF WS-SWPWRK-FILE-STATUS = "00"
               PERFORM UNTIL WS-SWPWRK-FILE-STATUS = "10"
                   READ POSTING-SWEEP-WORK INTO WS-SWEEP-SIDE
                       AT END
                           MOVE "10" TO WS-SWPWRK-FILE-STATUS
                       NOT AT END
                           MOVE SS-CUST-NO TO PS-CUST-NO
                           SET PS-SIDE-ROW TO TRUE
                           MOVE SS-ARRANGEMENT-SEQ TO PS-SEQ
                           MOVE WS-SWEEP-SIDE TO PS-SIDE-IMAGE
                           RELEASE POSTING-SWEEP-REC
                   END-READ
               END-PERFORM
               CLOSE POSTING-SWEEP-WORK
           END-IF.

       PAIR-SWEEP-SIDES.
           OPEN OUTPUT POSTING-SWEEP-WORK.
           MOVE HIGH-VALUES TO WS-GROUP-CUST-KEY.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN POSTING-SWEEP-SORT
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       PERFORM PAIR-ONE-ROW
               END-RETURN
           END-PERFORM.
           CLOSE POSTING-SWEEP-WORK.

      *    The first master record of the customer is the one the
      *    customer pass posts to.
       PAIR-ONE-ROW.
           IF PS-MATCH-KEY NOT = WS-GROUP-CUST-KEY
               MOVE PS-MATCH-KEY TO WS-GROUP-CUST-KEY
               MOVE "N" TO WS-SWEEP-CUST-FOUND
               MOVE "N" TO WS-SWEEP-SIDE-HELD
           END-IF.
           IF PS-MASTER-ROW
               IF NOT WS-SWEEP-CUST-IS-FOUND
                   MOVE "Y" TO WS-SWEEP-CUST-FOUND
                   MOVE PS-SEQ TO WS-SWEEP-CUST-POS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-SWEEP-CUST-IS-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE PS-SIDE-IMAGE TO WS-SWEEP-SIDE.
           IF WS-SWEEP-SIDE-IS-HELD
                   AND WS-HELD-SIDE-SEQ = SS-ARRANGEMENT-SEQ
               PERFORM WRITE-SWEEP-PAIR
               MOVE "N" TO WS-SWEEP-SIDE-HELD
           ELSE
               MOVE "Y" TO WS-SWEEP-SIDE-HELD
               MOVE SS-ARRANGEMENT-SEQ TO WS-HELD-SIDE-SEQ
               MOVE SS-ACCT-NO TO WS-HELD-SIDE-ACCT
               MOVE SS-BALANCE TO WS-HELD-SIDE-BALANCE
           END-IF.

      *    An account cannot fund its own protection.
       WRITE-SWEEP-PAIR.
           IF SS-ACCT-NO = WS-HELD-SIDE-ACCT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SP-SEQ.
           MOVE WS-SWEEP-CUST-POS TO SP-CUST-POS.
           IF SS-PROTECTED-SIDE
               MOVE SS-ACCT-NO TO SP-PROTECTED-ACCT
               MOVE SS-BALANCE TO SP-PROTECTED-BALANCE
               MOVE WS-HELD-SIDE-ACCT TO SP-FUNDING-ACCT
               MOVE WS-HELD-SIDE-BALANCE TO SP-FUNDING-BALANCE
           ELSE
               MOVE WS-HELD-SIDE-ACCT TO SP-PROTECTED-ACCT
               MOVE WS-HELD-SIDE-BALANCE TO SP-PROTECTED-BALANCE
               MOVE SS-ACCT-NO TO SP-FUNDING-ACCT
               MOVE SS-BALANCE TO SP-FUNDING-BALANCE
           END-IF.
           WRITE POSTING-SWEEP-WORK-REC FROM WS-SWEEP-PAIR.
           PERFORM CHECK-SWEEP-WORK-WRITE.
           ADD 1 TO WS-SWEEPS-USABLE.

      ***************************************************************
      *  Every open installment loan on the account master sorts
      *  ahead of the transactions to its account number; a
      *  transaction reaching one is a loan payment (the edit pass
      *  lets nothing else through to a loan).  Each payment is
      *  split against the loan as it stands after the payments
      *  the customer pass posts ahead of it, and the loan's final
      *  position is kept for the account pass.  The same read
      *  sorts - when there is a hold policy - every open deposit
      *  account ahead of its credits so each can be judged
      *  against the policy, and - when any sweep arrangement is
      *  active - every open demand deposit account ahead of the
      *  arrangements that name it.
      ***************************************************************
       RELEASE-LOANS-AND-ITEMS.
           PERFORM RELEASE-SWEEP-ARRANGEMENTS.
           MOVE 0 TO WS-ACCOUNT-POS.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-ACCOUNT-POS
                           IF AM-LOAN-ACCOUNT AND AM-ACCOUNT-OPEN
                               PERFORM RELEASE-LOAN-ROW
                           END-IF
                           IF AM-DEPOSIT-ACCOUNT AND AM-ACCOUNT-OPEN
                                   AND AM-DEMAND-ACCOUNT
                                   AND WS-SWEEP-COUNT > 0
                               PERFORM RELEASE-SWEEP-ACCOUNT-ROW
                           END-IF
                           IF AM-DEPOSIT-ACCOUNT AND AM-ACCOUNT-OPEN
                                   AND (WS-HOLD-POLICY-COUNT > 0
                                       OR WS-FX-RATE-COUNT > 0)
                               PERFORM RELEASE-DEPOSIT-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.
           OPEN INPUT POSTING-ITEM-WORK.
           IF WS-ITEM-FILE-STATUS = "00"
               PERFORM UNTIL WS-ITEM-FILE-STATUS = "10"
                   READ POSTING-ITEM-WORK INTO WS-POSTING-ITEM
                       AT END
                           MOVE "10" TO WS-ITEM-FILE-STATUS
                       NOT AT END
                           PERFORM RELEASE-ITEM-BY-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE POSTING-ITEM-WORK
           END-IF.

       RELEASE-LOAN-ROW.
           MOVE SPACES TO POSTING-LOAN-REC.
           MOVE AM-ACCT-NO TO PL-ACCT-NO.
           SET PL-LOAN-ROW TO TRUE.
           MOVE 0 TO PL-CUST-POS.
           MOVE WS-ACCOUNT-POS TO PL-SEQ.
           MOVE AM-BALANCE TO PL-LN-BALANCE.
           MOVE AM-FIXED-RATE TO PL-LN-RATE.
           MOVE AM-LOAN-INTEREST-DUE TO PL-LN-INT-DUE.
           MOVE AM-LOAN-ACCRUED-TO TO PL-LN-ACCRUED-TO.
           MOVE AM-PRODUCT-CODE TO PL-PRODUCT-CODE.
           MOVE 0 TO PL-OPEN-DATE.
           RELEASE POSTING-LOAN-REC.

       RELEASE-DEPOSIT-ROW.
           MOVE SPACES TO POSTING-LOAN-REC.
           MOVE AM-ACCT-NO TO PL-ACCT-NO.
           SET PL-DEPOSIT-ROW TO TRUE.
           MOVE 0 TO PL-CUST-POS.
           MOVE WS-ACCOUNT-POS TO PL-SEQ.
           MOVE 0 TO PL-LN-BALANCE.
           MOVE 0 TO PL-LN-RATE.
           MOVE 0 TO PL-LN-INT-DUE.
           MOVE 0 TO PL-LN-ACCRUED-TO.
           MOVE AM-PRODUCT-CODE TO PL-PRODUCT-CODE.
           MOVE AM-OPEN-DATE TO PL-OPEN-DATE.
           RELEASE POSTING-LOAN-REC.

       RELEASE-ITEM-BY-ACCOUNT.
           MOVE PI-ACCT-NO TO PL-ACCT-NO.
           SET PL-TXN-ROW TO TRUE.
           MOVE PI-CUST-POS TO PL-CUST-POS.
           MOVE PI-SEQ TO PL-SEQ.
           MOVE 0 TO PL-LN-BALANCE.
           MOVE 0 TO PL-LN-RATE.
           MOVE 0 TO PL-LN-INT-DUE.
           MOVE 0 TO PL-LN-ACCRUED-TO.
           MOVE SPACES TO PL-PRODUCT-CODE.
           MOVE 0 TO PL-OPEN-DATE.
           MOVE WS-POSTING-ITEM TO PL-ITEM-IMAGE.
           RELEASE POSTING-LOAN-REC.

       SPLIT-LOAN-PAYMENTS.
           OPEN OUTPUT POSTING-ITEM-WORK.
           OPEN OUTPUT POSTING-EFFECT-WORK.
           OPEN OUTPUT POSTING-SWEEP-WORK.
           MOVE HIGH-VALUES TO WS-GROUP-KEY.
           MOVE "N" TO WS-LOAN-MATCHED.
           MOVE "N" TO WS-LN-PAID.
           MOVE "N" TO WS-DEPOSIT-MATCHED.
           MOVE "N" TO WS-SWEEP-ACCT-MATCHED.
           MOVE "N" TO WS-SWEEP-PROTECTED-SEEN.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN POSTING-LOAN-SORT
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       PERFORM SPLIT-ONE-ROW
               END-RETURN
           END-PERFORM.
           PERFORM SAVE-LOAN-POSITION.
           CLOSE POSTING-SWEEP-WORK.
           CLOSE POSTING-EFFECT-WORK.
           CLOSE POSTING-ITEM-WORK.

      *    The first open loan row under an account number is the
      *    loan its payments go to; an open deposit account's row
      *    is what its credits are judged on for a hold.  Either
      *    row's product names the currency the account is kept in,
      *    and an item sent in another is converted to it before
      *    anything else is judged on its amount.  The account's
      *    sweep rows come last and touch no item.
       SPLIT-ONE-ROW.
           IF PL-MATCH-KEY NOT = WS-GROUP-KEY
               PERFORM SAVE-LOAN-POSITION
               MOVE PL-MATCH-KEY TO WS-GROUP-KEY
               MOVE "N" TO WS-LOAN-MATCHED
               MOVE "N" TO WS-LN-PAID
               MOVE "N" TO WS-DEPOSIT-MATCHED
               MOVE "N" TO WS-SWEEP-ACCT-MATCHED
               MOVE "N" TO WS-SWEEP-PROTECTED-SEEN
               MOVE "USD" TO WS-ACCOUNT-CURRENCY
           END-IF.
           IF PL-SWEEP-ACCOUNT-ROW
               IF NOT WS-SWEEP-ACCT-IS-MATCHED
                   PERFORM NOTE-SWEEP-ACCOUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF PL-SWEEP-SIDE-ROW
               PERFORM WRITE-SWEEP-SIDE
               EXIT PARAGRAPH
           END-IF.
           IF PL-DEPOSIT-ROW
               IF NOT WS-DEPOSIT-IS-MATCHED
                   PERFORM NOTE-DEPOSIT-ACCOUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF PL-LOAN-ROW
               IF NOT WS-LOAN-IS-MATCHED
                   MOVE PL-ACCT-NO TO WS-LN-ACCT-NO
                   MOVE PL-LN-BALANCE TO WS-LN-BALANCE
                   MOVE PL-LN-RATE TO WS-LN-RATE
                   MOVE PL-LN-INT-DUE TO WS-LN-INT-DUE
                   MOVE PL-LN-ACCRUED-TO TO WS-LN-ACCRUED-TO
                   MOVE "Y" TO WS-LOAN-MATCHED
                   PERFORM FIND-ACCOUNT-CURRENCY
               END-IF
           ELSE
               MOVE PL-ITEM-IMAGE TO WS-POSTING-ITEM
               IF PI-PENDING AND NOT PI-CUST-NOT-ON-MASTER
                       AND PI-CURRENCY-CODE NOT = SPACES
                   PERFORM CONVERT-ITEM-CURRENCY
               END-IF
               IF WS-LOAN-IS-MATCHED AND PI-PENDING
                       AND NOT PI-CUST-NOT-ON-MASTER
                       AND NOT PI-FX-NO-RATE
                   PERFORM SPLIT-LOAN-PAYMENT
               END-IF
               IF WS-DEPOSIT-IS-MATCHED AND PI-PENDING
                       AND NOT PI-CUST-NOT-ON-MASTER
                       AND NOT PI-FX-NO-RATE
                       AND PI-SIGN = "+"
                       AND PI-ORIG-ENTRY = SPACES
                   PERFORM JUDGE-CREDIT-HOLD
               END-IF
               PERFORM WRITE-POSTING-ITEM
           END-IF.

      *    An account with no opening date on file counts as long
      *    established.
       NOTE-DEPOSIT-ACCOUNT.
           MOVE "Y" TO WS-DEPOSIT-MATCHED.
           MOVE PL-PRODUCT-CODE TO WS-DEPOSIT-PRODUCT-CODE.
           PERFORM FIND-ACCOUNT-CURRENCY.
           IF PL-OPEN-DATE > 0 AND PL-OPEN-DATE NOT > WS-RUN-CCYYDDD
               COMPUTE WS-DEPOSIT-AGE-DAYS = WS-RUN-DAY-INTEGER
                   - FUNCTION INTEGER-OF-DAY (PL-OPEN-DATE)
           ELSE
               MOVE 99999 TO WS-DEPOSIT-AGE-DAYS
           END-IF.

      ***************************************************************
      *  The first policy row the credit matches decides its hold:
      *  the part above the row's exempt amount, at the row's hold
      *  percentage, never more than the credit itself.  A reversal
      *  gives back money that was ours and is never held.
      ***************************************************************
       JUDGE-CREDIT-HOLD.
           MOVE "N" TO WS-HOLD-POLICY-MATCHED.
           PERFORM VARYING HP-IDX FROM 1 BY 1
                   UNTIL HP-IDX > WS-HOLD-POLICY-COUNT
                       OR WS-HOLD-POLICY-IS-MATCHED
               IF (WS-HP-PRODUCT-CODE (HP-IDX) = SPACES
                       OR WS-HP-PRODUCT-CODE (HP-IDX)
                           = WS-DEPOSIT-PRODUCT-CODE)
                   AND (WS-HP-TYPE-CODE (HP-IDX) = SPACES
                       OR WS-HP-TYPE-CODE (HP-IDX) = PI-TYPE-CODE)
                   AND PI-AMOUNT >= WS-HP-AMOUNT-LOW (HP-IDX)
                   AND PI-AMOUNT <= WS-HP-AMOUNT-HIGH (HP-IDX)
                   AND WS-DEPOSIT-AGE-DAYS
                       >= WS-HP-AGE-MIN-DAYS (HP-IDX)
                   AND WS-DEPOSIT-AGE-DAYS
                       <= WS-HP-AGE-MAX-DAYS (HP-IDX)
                   MOVE "Y" TO WS-HOLD-POLICY-MATCHED
               END-IF
           END-PERFORM.
           IF NOT WS-HOLD-POLICY-IS-MATCHED
               EXIT PARAGRAPH
           END-IF.
           SET HP-IDX DOWN BY 1.
           COMPUTE WS-HOLD-AMOUNT ROUNDED =
               (PI-AMOUNT - WS-HP-EXEMPT-AMOUNT (HP-IDX))
                   * WS-HP-HOLD-PERCENT (HP-IDX) / 100.
           IF WS-HOLD-AMOUNT > PI-AMOUNT
               MOVE PI-AMOUNT TO WS-HOLD-AMOUNT
           END-IF.
           IF WS-HOLD-AMOUNT > 0
               MOVE WS-HOLD-AMOUNT TO PI-HOLD-AMOUNT
               MOVE WS-HP-RELEASE-DATE (HP-IDX) TO PI-HOLD-RELEASE
           END-IF.

       FIND-ACCOUNT-CURRENCY.
           PERFORM VARYING PC-IDX FROM 1 BY 1
                   UNTIL PC-IDX > WS-PRODUCT-CCY-COUNT
               IF WS-PC-PRODUCT-CODE (PC-IDX) = PL-PRODUCT-CODE
                       AND WS-PC-CURRENCY (PC-IDX) NOT = SPACES
                   MOVE WS-PC-CURRENCY (PC-IDX)
                       TO WS-ACCOUNT-CURRENCY
               END-IF
           END-PERFORM.

      ***************************************************************
      *  Mid rate is the sent currency's rate to the base over the
      *  account currency's; the customer's rate moves off it by
      *  the spread against the customer.  The spread earned is
      *  the difference between the converted amount and what the
      *  mid rate would have given.  A currency with no rate, or a
      *  conversion too large for the posting amount, leaves the
      *  item unconverted and marked for suspense.  A reversal
      *  undoes an entry already in the account's currency and is
      *  never converted again.
      ***************************************************************
       CONVERT-ITEM-CURRENCY.
           MOVE WS-ACCOUNT-CURRENCY TO PI-ACCT-CURRENCY.
           IF PI-CURRENCY-CODE = WS-ACCOUNT-CURRENCY
                   OR PI-ORIG-ENTRY NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE PI-CURRENCY-CODE TO WS-FX-FIND-CURRENCY.
           PERFORM FIND-FX-RATE.
           IF NOT WS-FX-WAS-FOUND
               SET PI-FX-NO-RATE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FX-FOUND-RATE TO WS-FX-ITEM-RATE.
           MOVE WS-ACCOUNT-CURRENCY TO WS-FX-FIND-CURRENCY.
           PERFORM FIND-FX-RATE.
           IF NOT WS-FX-WAS-FOUND OR WS-FX-FOUND-RATE = 0
               SET PI-FX-NO-RATE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-FX-SPREAD.
           COMPUTE PI-FX-MID-RATE ROUNDED =
               WS-FX-ITEM-RATE / WS-FX-FOUND-RATE
               ON SIZE ERROR
                   SET PI-FX-NO-RATE TO TRUE
                   EXIT PARAGRAPH
           END-COMPUTE.
           IF PI-SIGN = "-"
               COMPUTE WS-FX-SPREAD-FACTOR =
                   (10000 + WS-FX-SPREAD-BP) / 10000
           ELSE
               COMPUTE WS-FX-SPREAD-FACTOR =
                   (10000 - WS-FX-SPREAD-BP) / 10000
           END-IF.
           COMPUTE PI-FX-RATE ROUNDED =
               PI-FX-MID-RATE * WS-FX-SPREAD-FACTOR
               ON SIZE ERROR
                   SET PI-FX-NO-RATE TO TRUE
                   EXIT PARAGRAPH
           END-COMPUTE.
           COMPUTE WS-FX-AT-MID ROUNDED =
               PI-ORIG-AMOUNT * PI-FX-MID-RATE
               ON SIZE ERROR
                   SET PI-FX-NO-RATE TO TRUE
                   EXIT PARAGRAPH
           END-COMPUTE.
           COMPUTE PI-AMOUNT ROUNDED =
               PI-ORIG-AMOUNT * PI-FX-RATE
               ON SIZE ERROR
                   MOVE PI-ORIG-AMOUNT TO PI-AMOUNT
                   SET PI-FX-NO-RATE TO TRUE
                   EXIT PARAGRAPH
           END-COMPUTE.
           IF PI-AMOUNT > WS-FX-AT-MID
               COMPUTE PI-FX-SPREAD = PI-AMOUNT - WS-FX-AT-MID
           ELSE
               COMPUTE PI-FX-SPREAD = WS-FX-AT-MID - PI-AMOUNT
           END-IF.
           SET PI-FX-CONVERTED TO TRUE.

      *    The USD base is one to itself whether or not the table
      *    carries it.
       FIND-FX-RATE.
           MOVE "N" TO WS-FX-FOUND-SWITCH.
           MOVE 0 TO WS-FX-FOUND-RATE.
           IF WS-FX-FIND-CURRENCY = "USD"
               MOVE "Y" TO WS-FX-FOUND-SWITCH
               MOVE 1 TO WS-FX-FOUND-RATE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING XR-IDX FROM 1 BY 1
                   UNTIL XR-IDX > WS-FX-RATE-COUNT
                       OR WS-FX-WAS-FOUND
               IF WS-FX-CURRENCY (XR-IDX) = WS-FX-FIND-CURRENCY
                   MOVE "Y" TO WS-FX-FOUND-SWITCH
                   MOVE WS-FX-RATE (XR-IDX) TO WS-FX-FOUND-RATE
               END-IF
           END-PERFORM.

       FIND-FX-SPREAD.
           MOVE 0 TO WS-FX-SPREAD-BP.
           PERFORM VARYING FS-IDX FROM 1 BY 1
                   UNTIL FS-IDX > WS-FX-SPREAD-COUNT
               IF WS-FS-CURRENCY (FS-IDX) = SPACES
                   MOVE WS-FS-SPREAD-BP (FS-IDX) TO WS-FX-SPREAD-BP
               END-IF
           END-PERFORM.
           PERFORM VARYING FS-IDX FROM 1 BY 1
                   UNTIL FS-IDX > WS-FX-SPREAD-COUNT
               IF WS-FS-CURRENCY (FS-IDX) = PI-CURRENCY-CODE
                   MOVE WS-FS-SPREAD-BP (FS-IDX) TO WS-FX-SPREAD-BP
               END-IF
           END-PERFORM.

      ***************************************************************
      *  Interest first, then principal.  A payment that would
      *  take principal below zero leaves the loan as it was (less
      *  the accrual) and is flagged for suspense.
      ***************************************************************
       SPLIT-LOAN-PAYMENT.
           MOVE "Y" TO PI-LOAN-SWITCH.
           PERFORM ACCRUE-LOAN-INTEREST.
           IF PI-AMOUNT > WS-LN-INT-DUE
               MOVE WS-LN-INT-DUE TO PI-LOAN-INTEREST-PART
           ELSE
               MOVE PI-AMOUNT TO PI-LOAN-INTEREST-PART
           END-IF.
           COMPUTE PI-LOAN-PRINCIPAL-PART =
               PI-AMOUNT - PI-LOAN-INTEREST-PART.
           IF PI-LOAN-PRINCIPAL-PART > WS-LN-BALANCE
               MOVE "Y" TO PI-LOAN-OVERPAID-SWITCH
           ELSE
               SUBTRACT PI-LOAN-INTEREST-PART FROM WS-LN-INT-DUE
               SUBTRACT PI-LOAN-PRINCIPAL-PART FROM WS-LN-BALANCE
               MOVE "Y" TO WS-LN-PAID
           END-IF.
           MOVE WS-LN-BALANCE TO PI-LOAN-BALANCE-AFTER.
           MOVE WS-LN-INT-DUE TO PI-LOAN-INT-DUE-AFTER.

       SAVE-LOAN-POSITION.
           IF WS-LOAN-IS-MATCHED AND WS-LN-WAS-PAID
               MOVE WS-LN-ACCT-NO TO AE-ACCT-NO
               MOVE 0 TO AE-ACCT-POS
               SET AE-LOAN-POSITION TO TRUE
               MOVE 0 TO AE-AMOUNT
               MOVE WS-LN-BALANCE TO AE-LN-BALANCE
               MOVE WS-LN-INT-DUE TO AE-LN-INT-DUE
               MOVE WS-LN-ACCRUED-TO TO AE-LN-ACCRUED-TO
               PERFORM WRITE-ACCOUNT-EFFECT-RECORD
           END-IF.

       ACCRUE-LOAN-INTEREST.
           IF WS-LN-ACCRUED-TO > 0
                   AND WS-LN-ACCRUED-TO < WS-RUN-CCYYDDD
               COMPUTE WS-VALUE-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DAY (WS-LN-ACCRUED-TO)
               COMPUTE WS-LOAN-ACCRUAL-DAYS =
                   WS-RUN-DAY-INTEGER - WS-VALUE-DAY-INTEGER
               COMPUTE WS-LOAN-ACCRUAL ROUNDED =
                   WS-LN-BALANCE * WS-LN-RATE
                       * WS-LOAN-ACCRUAL-DAYS / 365
               ADD WS-LOAN-ACCRUAL TO WS-LN-INT-DUE
           END-IF.
           MOVE WS-RUN-CCYYDDD TO WS-LN-ACCRUED-TO.

      ***************************************************************
      *  The split was worked out ahead of the pass.  The customer
      *  record is still rewritten for the activity date, but its
      *  balance is left alone - a loan repayment is not a deposit.
      ***************************************************************
       APPLY-LOAN-PAYMENT.
           MOVE PI-LOAN-INTEREST-PART TO WS-LOAN-INTEREST-PART.
           MOVE PI-LOAN-PRINCIPAL-PART TO WS-LOAN-PRINCIPAL-PART.
           IF PI-LOAN-OVERPAID
               MOVE "S" TO PI-STATE
               ADD 1 TO WS-LOAN-OVERPAYMENTS
               MOVE "LNOV" TO WS-SUSPEND-REASON
               PERFORM POST-ONE-SUSPENSE
           ELSE
               MOVE "A" TO PI-STATE
               ADD 1 TO WS-TXNS-APPLIED
               ADD 1 TO WS-LOAN-PAYMENTS-APPLIED
               ADD PI-AMOUNT TO WS-POSTED-TOTAL
               MOVE PI-AMOUNT TO WS-POSTING-AMOUNT
               PERFORM WRITE-JOURNAL-LINE
               PERFORM WRITE-LOAN-PAYMENT-HISTORY
               MOVE "Y" TO WS-RECORD-POSTED
           END-IF.

       WRITE-LOAN-PAYMENT-HISTORY.
           MOVE WS-RUN-CCYYDDD TO LY-RUN-DATE.
           MOVE CN-CUST-NO TO LY-CUST-NO.
           MOVE PI-ACCT-NO TO LY-ACCT-NO.
           MOVE PI-AMOUNT TO LY-PAYMENT.
           MOVE WS-LOAN-INTEREST-PART TO LY-INTEREST.
           MOVE WS-LOAN-PRINCIPAL-PART TO LY-PRINCIPAL.
           MOVE PI-LOAN-BALANCE-AFTER TO LY-BALANCE-AFTER.
           MOVE PI-LOAN-INT-DUE-AFTER TO LY-INTEREST-DUE-AFTER.
           WRITE WS-LOAN-PAYMENT-RECORD.

       REWRITE-MASTER-RECORD.
           REWRITE WS-CUSTOMER-RECORD-NEW.
           IF WS-MASTER-FILE-STATUS NOT = "00"
      *  plus sequence - so a later correction can name exactly the
      *  entry it reverses.  A reversal's line cross-references the
      *  original entry so the statement job can show REVERSAL OF.
      *  An original entry also carries its transaction type code
      *  in columns 89-90, so the cash reporting job can pick out
      *  cash-type activity without going back to the feeds.
      ***************************************************************
       WRITE-JOURNAL-LINE.
           ADD 1 TO WS-JOURNAL-SEQ.
           MOVE WS-POSTING-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO POSTING-JOURNAL-REC.
           IF PI-ORIG-ENTRY = SPACES
               STRING WS-RUN-CCYYDDD " " CN-CUST-NO
                       " POSTED=" WS-AMOUNT-DISPLAY
                       " SEQ=" WS-JOURNAL-SEQ
                       " T=" PI-TRACE-ID
                   DELIMITED BY SIZE INTO POSTING-JOURNAL-REC
               MOVE PI-TYPE-CODE
                   TO POSTING-JOURNAL-REC (89:2)
           ELSE
               STRING WS-RUN-CCYYDDD " " CN-CUST-NO
                       " POSTED=" WS-AMOUNT-DISPLAY
                       " SEQ=" WS-JOURNAL-SEQ
                       " REVERSAL OF "
                       PI-ORIG-ENTRY
                       " T=" PI-TRACE-ID
                   DELIMITED BY SIZE INTO POSTING-JOURNAL-REC
           END-IF.
           EVALUATE PI-TYPE-CODE
               WHEN "TP"
                   MOVE "TDPENLTY" TO POSTING-JOURNAL-REC (65:8)
               WHEN "LD"
                   MOVE "LNDISBRS" TO POSTING-JOURNAL-REC (65:8)
               WHEN "LP"
                   MOVE "LNPAYMNT" TO POSTING-JOURNAL-REC (65:8)
                   MOVE WS-LOAN-INTEREST-PART
                       TO WS-LOAN-INTEREST-DISPLAY
                   MOVE WS-LOAN-INTEREST-DISPLAY
                       TO POSTING-JOURNAL-REC (74:11)
               WHEN "DC"
               WHEN "DV"
                   MOVE "DSPPROV" TO POSTING-JOURNAL-REC (65:8)
           END-EVALUATE.
           IF PI-FX-CONVERTED
               MOVE PI-CURRENCY-CODE TO POSTING-JOURNAL-REC (85:3)
           END-IF.
           WRITE POSTING-JOURNAL-REC.
           PERFORM SEAL-POSTING-RECORD.
           IF PI-FX-CONVERTED
               PERFORM WRITE-FX-CONVERSION-LINE
           END-IF.

      ***************************************************************
      *  One conversion line per converted entry, under the entry's
      *  own number: the spread earned where GLEXTR01 reads a
      *  booking (source at 30, amount at 39, as on the dispute
      *  journal), then what was sent, the rate dealt, what
      *  posted, and the mid rate.
      ***************************************************************
       WRITE-FX-CONVERSION-LINE.
           MOVE SPACES TO FX-JOURNAL-REC.
           MOVE WS-RUN-CCYYDDD TO FX-JOURNAL-REC (1:7).
           MOVE CN-CUST-NO TO FX-JOURNAL-REC (9:9).
           MOVE PI-ACCT-NO TO FX-JOURNAL-REC (19:10).
           MOVE "FXSPREAD" TO FX-JOURNAL-REC (30:8).
           MOVE PI-FX-SPREAD TO WS-FX-SPREAD-DISPLAY.
           MOVE WS-FX-SPREAD-DISPLAY TO FX-JOURNAL-REC (39:13).
           MOVE WS-RUN-CCYYDDD TO FX-JOURNAL-REC (53:7).
           MOVE WS-JOURNAL-SEQ TO FX-JOURNAL-REC (60:6).
           MOVE PI-CURRENCY-CODE TO FX-JOURNAL-REC (67:3).
           IF PI-SIGN = "-"
               COMPUTE WS-FX-AMOUNT-DISPLAY = 0 - PI-ORIG-AMOUNT
           ELSE
               MOVE PI-ORIG-AMOUNT TO WS-FX-AMOUNT-DISPLAY
           END-IF.
           MOVE WS-FX-AMOUNT-DISPLAY TO FX-JOURNAL-REC (71:11).
           MOVE PI-ACCT-CURRENCY TO FX-JOURNAL-REC (83:3).
           MOVE PI-FX-RATE TO WS-FX-RATE-DISPLAY.
           MOVE WS-FX-RATE-DISPLAY TO FX-JOURNAL-REC (87:10).
           MOVE WS-POSTING-AMOUNT TO WS-FX-AMOUNT-DISPLAY.
           MOVE WS-FX-AMOUNT-DISPLAY TO FX-JOURNAL-REC (98:11).
           MOVE PI-FX-MID-RATE TO WS-FX-RATE-DISPLAY.
           MOVE WS-FX-RATE-DISPLAY TO FX-JOURNAL-REC (110:10).
           WRITE FX-JOURNAL-REC.
           IF WS-FXJRN-FILE-STATUS NOT = "00"
               DISPLAY "POSTAP01: FX JOURNAL WRITE FAILED"
                   " STATUS=" WS-FXJRN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           ADD 1 TO WS-ITEMS-CONVERTED.
           ADD PI-FX-SPREAD TO WS-SPREAD-TOTAL.

      ***************************************************************
      *  Only a rate in force tonight counts, and of those the
      *  latest effective for its currency.
      ***************************************************************
       LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WS-RATE-FILE-STATUS = "00"
               PERFORM UNTIL WS-RATE-FILE-STATUS = "10"
                   READ EXCHANGE-RATE-FILE
                       AT END
                           MOVE "10" TO WS-RATE-FILE-STATUS
                       NOT AT END
                           IF XR-EFF-DATE <= WS-RUN-CCYYDDD
                               PERFORM LOAD-ONE-EXCHANGE-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
           END-IF.

       LOAD-ONE-EXCHANGE-RATE.
           MOVE "N" TO WS-FX-FOUND-SWITCH.
           PERFORM VARYING XR-IDX FROM 1 BY 1
                   UNTIL XR-IDX > WS-FX-RATE-COUNT
                       OR WS-FX-WAS-FOUND
               IF WS-FX-CURRENCY (XR-IDX) = XR-CURRENCY
                   MOVE "Y" TO WS-FX-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF WS-FX-WAS-FOUND
               SET XR-IDX DOWN BY 1
               IF XR-EFF-DATE >= WS-FX-EFF-DATE (XR-IDX)
                   MOVE XR-EFF-DATE TO WS-FX-EFF-DATE (XR-IDX)
                   MOVE XR-RATE TO WS-FX-RATE (XR-IDX)
               END-IF
           ELSE
               IF WS-FX-RATE-COUNT = 20
                   MOVE "FX-RATE" TO WS-FULL-TABLE-NAME
                   PERFORM NOTE-TABLE-FULL
               ELSE
                   ADD 1 TO WS-FX-RATE-COUNT
                   SET XR-IDX TO WS-FX-RATE-COUNT
                   MOVE XR-CURRENCY TO WS-FX-CURRENCY (XR-IDX)
                   MOVE XR-EFF-DATE TO WS-FX-EFF-DATE (XR-IDX)
                   MOVE XR-RATE TO WS-FX-RATE (XR-IDX)
               END-IF
           END-IF.

       LOAD-FX-SPREADS.
           OPEN INPUT FX-SPREAD-FILE.
           IF WS-SPREAD-FILE-STATUS = "00"
               PERFORM UNTIL WS-SPREAD-FILE-STATUS = "10"
                   READ FX-SPREAD-FILE
                       AT END
                           MOVE "10" TO WS-SPREAD-FILE-STATUS
                       NOT AT END
                           IF FS-SPREAD-BP IS NUMERIC
                               PERFORM LOAD-ONE-FX-SPREAD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-SPREAD-FILE
           END-IF.

       LOAD-ONE-FX-SPREAD.
           IF WS-FX-SPREAD-COUNT = 20
               MOVE "FX-SPREAD" TO WS-FULL-TABLE-NAME
               PERFORM NOTE-TABLE-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FX-SPREAD-COUNT.
           MOVE FS-CURRENCY TO WS-FS-CURRENCY (WS-FX-SPREAD-COUNT).
           MOVE FS-SPREAD-BP TO WS-FS-SPREAD-BP (WS-FX-SPREAD-COUNT).

       LOAD-PRODUCT-CURRENCIES.
           OPEN INPUT PRODUCT-CATALOG-FILE.
           IF WS-CATALOG-FILE-STATUS = "00"
               PERFORM UNTIL WS-CATALOG-FILE-STATUS = "10"
                   READ PRODUCT-CATALOG-FILE
                       AT END
                           MOVE "10" TO WS-CATALOG-FILE-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-PRODUCT-CURRENCY
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-CATALOG-FILE
           END-IF.

       LOAD-ONE-PRODUCT-CURRENCY.
           IF WS-PRODUCT-CCY-COUNT = 100
               MOVE "PRODUCT-CCY" TO WS-FULL-TABLE-NAME
               PERFORM NOTE-TABLE-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PRODUCT-CCY-COUNT.
           MOVE PD-PRODUCT-CODE
               TO WS-PC-PRODUCT-CODE (WS-PRODUCT-CCY-COUNT).
           MOVE PD-CURRENCY-CODE
               TO WS-PC-CURRENCY (WS-PRODUCT-CCY-COUNT).

      ***************************************************************
      *  The first reference row that does not fit is logged; the
      *  night is refused once the loads are done.
      ***************************************************************
       NOTE-TABLE-FULL.
           IF NOT WS-A-TABLE-IS-FULL
               MOVE "Y" TO WS-TABLE-FULL-SWITCH
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "POSTAP01" TO ER-JOB-STEP
               MOVE "PTBL" TO ER-ERROR-CODE
               MOVE SPACES TO ER-ERROR-TEXT
               STRING WS-FULL-TABLE-NAME DELIMITED BY SPACE
                       " TABLE FULL - NOTHING POSTED"
                       DELIMITED BY SIZE
                   INTO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
           END-IF.
           MOVE 8 TO RETURN-CODE.

       REFUSE-THE-NIGHT.
           DISPLAY "POSTAP01: " WS-FULL-TABLE-NAME
               " TABLE FULL - FILES LEFT IN PLACE, NOTHING POSTED".
           MOVE 0 TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           SET RL-ACTION-RELEASE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           MOVE 8 TO RETURN-CODE.

      ***************************************************************
      *  The journal already on disk for tonight's run date is the
      *  evidence of what an earlier attempt applied.  Each entry
      *  is released with its customer and signed amount, and the
      *  highest SEQ seen carries the entry numbering forward so
      *  reversals keep unique references across the rerun.
      ***************************************************************
       LOAD-PRIOR-JOURNAL.
           OPEN INPUT PRIOR-JOURNAL-FILE.
           PERFORM SKIP-POSTING-HEADER.
           IF WS-PRIOR-JRN-STATUS = "00"
               PERFORM UNTIL WS-PRIOR-JRN-STATUS = "10"
                   READ PRIOR-JOURNAL-FILE
               CLOSE PRIOR-JOURNAL-FILE
           END-IF.

      *    A sweep leg still carries the numbering forward, but it
      *    is not a clean transaction and can never satisfy one.
      *    Nor can a converted entry at the amount it posted: its
      *    conversion line answers for it at the amount sent.
       LOAD-ONE-PRIOR-LINE.
           IF PRIOR-JOURNAL-REC (1:7) = WS-RUN-CCYYDDD (1:7)
                   AND PRIOR-JOURNAL-REC (9:9) IS NUMERIC
                   AND PRIOR-JOURNAL-REC (42:6) IS NUMERIC
               IF PRIOR-JOURNAL-REC (65:8) NOT = "SWEEPXFR"
                   AND (PRIOR-JOURNAL-REC (49:12) = "REVERSAL OF "
                       OR PRIOR-JOURNAL-REC (85:3) = SPACES)
                   MOVE SPACES TO POSTING-MATCH-REC
                   MOVE PRIOR-JOURNAL-REC (9:9) TO PM-CUST-NO
                   SET PM-AMOUNT-ROW TO TRUE
                   COMPUTE PM-AMOUNT =
                       FUNCTION NUMVAL (PRIOR-JOURNAL-REC (26:11))
                   SET PM-PRIOR-ENTRY TO TRUE
                   MOVE 0 TO PM-SEQ
                   MOVE 0 TO PM-HELD-AMOUNT
                   COMPUTE PM-POSTED-AMOUNT =
                       FUNCTION ABS (PM-AMOUNT)
                   RELEASE POSTING-MATCH-REC
               END-IF
               COMPUTE WS-PRIOR-SEQ =
                   FUNCTION NUMVAL (PRIOR-JOURNAL-REC (42:6))
               IF WS-PRIOR-SEQ > WS-JOURNAL-SEQ
           END-IF.

      ***************************************************************
      *  Tonight's conversion lines stand in for the converted
      *  entries: customer and the signed amount sent, which is
      *  what the clean transaction carries, with the amount the
      *  entry posted.  They are counted into the combined run's
      *  conversion journal totals as well.
      ***************************************************************
       LOAD-PRIOR-FX-JOURNAL.
           OPEN INPUT PRIOR-FX-JOURNAL-FILE.
           IF WS-PRIOR-FXJ-STATUS = "00"
               PERFORM UNTIL WS-PRIOR-FXJ-STATUS = "10"
                   READ PRIOR-FX-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-PRIOR-FXJ-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-PRIOR-FX-LINE
                   END-READ
               END-PERFORM
               CLOSE PRIOR-FX-JOURNAL-FILE
           END-IF.

       LOAD-ONE-PRIOR-FX-LINE.
           IF PRIOR-FX-JOURNAL-REC (1:7) = WS-RUN-CCYYDDD (1:7)
                   AND PRIOR-FX-JOURNAL-REC (9:9) IS NUMERIC
               MOVE SPACES TO POSTING-MATCH-REC
               MOVE PRIOR-FX-JOURNAL-REC (9:9) TO PM-CUST-NO
               SET PM-AMOUNT-ROW TO TRUE
               COMPUTE PM-AMOUNT =
                   FUNCTION NUMVAL (PRIOR-FX-JOURNAL-REC (71:11))
               SET PM-PRIOR-ENTRY TO TRUE
               MOVE 0 TO PM-SEQ
               MOVE 0 TO PM-HELD-AMOUNT
               COMPUTE PM-POSTED-AMOUNT = FUNCTION ABS
                   (FUNCTION NUMVAL (PRIOR-FX-JOURNAL-REC (98:11)))
               RELEASE POSTING-MATCH-REC
               ADD 1 TO WS-FX-PREV-LINES
               COMPUTE WS-FX-PREV-SPREAD = WS-FX-PREV-SPREAD
                   + FUNCTION NUMVAL (PRIOR-FX-JOURNAL-REC (39:13))
           END-IF.

      ***************************************************************
      *  The hold policy loads as filed.  Each row's release date
      *  is the run date walked forward its number of business
      *  days, each day judged by BIZADJ01 the way the batch
      *  driver judges a run date.
      ***************************************************************
       LOAD-HOLD-POLICY.
           OPEN INPUT HOLD-POLICY-FILE.
           IF WS-HLDPOL-FILE-STATUS = "00"
               PERFORM UNTIL WS-HLDPOL-FILE-STATUS = "10"
                   READ HOLD-POLICY-FILE
                       AT END
                           MOVE "10" TO WS-HLDPOL-FILE-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-HOLD-POLICY
                   END-READ
               END-PERFORM
               CLOSE HOLD-POLICY-FILE
           END-IF.

       LOAD-ONE-HOLD-POLICY.
           IF WS-HOLD-POLICY-COUNT = 50
               MOVE "HOLD-POLICY" TO WS-FULL-TABLE-NAME
               PERFORM NOTE-TABLE-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HOLD-POLICY-COUNT.
           SET HP-IDX TO WS-HOLD-POLICY-COUNT.
           MOVE HP-PRODUCT-CODE TO WS-HP-PRODUCT-CODE (HP-IDX).
           MOVE HP-TYPE-CODE TO WS-HP-TYPE-CODE (HP-IDX).
           MOVE HP-AMOUNT-LOW TO WS-HP-AMOUNT-LOW (HP-IDX).
           MOVE HP-AMOUNT-HIGH TO WS-HP-AMOUNT-HIGH (HP-IDX).
           MOVE HP-AGE-MIN-DAYS TO WS-HP-AGE-MIN-DAYS (HP-IDX).
           MOVE HP-AGE-MAX-DAYS TO WS-HP-AGE-MAX-DAYS (HP-IDX).
           MOVE HP-EXEMPT-AMOUNT TO WS-HP-EXEMPT-AMOUNT (HP-IDX).
           MOVE HP-HOLD-PERCENT TO WS-HP-HOLD-PERCENT (HP-IDX).
           MOVE WS-RUN-DAY-INTEGER TO WS-WALK-DAY-INTEGER.
           MOVE WS-RUN-CCYYDDD TO WS-WALK-DATE.
           MOVE 0 TO WS-DAYS-COUNTED.
           PERFORM UNTIL WS-DAYS-COUNTED >= HP-HOLD-DAYS
               ADD 1 TO WS-WALK-DAY-INTEGER
               COMPUTE WS-WALK-DATE = FUNCTION
                   DAY-OF-INTEGER (WS-WALK-DAY-INTEGER)
               MOVE WS-WALK-DATE TO BA-INPUT-DATE
               SET BA-RULE-FORWARD TO TRUE
               CALL "BIZADJ01" USING WS-BIZ-ADJUST-REQUEST
               IF BA-DATE-STOOD
                   ADD 1 TO WS-DAYS-COUNTED
               END-IF
           END-PERFORM.
           MOVE WS-WALK-DATE TO WS-HP-RELEASE-DATE (HP-IDX).

      ***************************************************************
      *  One tier per record, same file and banding INTACC01 uses:
      *  a balance belongs to the last tier whose low bound it
      *  reaches.  Only the low bound and rate matter here.
      ***************************************************************
       LOAD-RATE-TIER-TABLE.
           OPEN INPUT RATE-TIER-FILE.
           IF WS-TIER-FILE-STATUS = "00"
           IF WS-TIER-IS-MATCHED
               COMPUTE WS-VALUE-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DAY
                       (PI-VALUE-DATE)
               COMPUTE WS-BACKDATED-DAYS =
                   WS-RUN-DAY-INTEGER - WS-VALUE-DAY-INTEGER
               COMPUTE WS-ADJ-INTEREST ROUNDED =
                   PI-AMOUNT * WS-MATCHED-RATE
                       * WS-BACKDATED-DAYS / 365
               IF PI-SIGN = "-"
                   COMPUTE WS-ADJ-INTEREST = 0 - WS-ADJ-INTEREST
               END-IF
               IF WS-ADJ-INTEREST NOT = 0
                   ADD WS-ADJ-INTEREST TO CN-BALANCE
                   MOVE WS-ADJ-INTEREST
                       TO PI-ADJ-AMOUNT
                   ADD 1 TO WS-ADJUSTMENTS-WRITTEN
                   COMPUTE WS-ADJUSTMENT-TOTAL =
                       WS-ADJUSTMENT-TOTAL
           MOVE WS-RUN-CCYYDDD TO INTEREST-JOURNAL-REC (1:7).
           MOVE CN-CUST-NO TO INTEREST-JOURNAL-REC (9:9).
           MOVE "VDATE=" TO INTEREST-JOURNAL-REC (19:6).
           MOVE PI-VALUE-DATE
               TO INTEREST-JOURNAL-REC (25:7).
           MOVE "DAYS=" TO INTEREST-JOURNAL-REC (33:5).
           MOVE WS-DAYS-DISPLAY TO INTEREST-JOURNAL-REC (38:5).
           MOVE POSTING-JOURNAL-REC TO CS-RECORD-IMAGE.
           CALL "CHAINSL01" USING WS-CHAIN-SEAL-REQUEST.

      ***************************************************************
      *  What the customer pass applied meets the account master
      *  by account number and is netted to one update per master
      *  record, carrying the record's place on the file.
      ***************************************************************
       RELEASE-EFFECTS-AND-ACCOUNTS.
           OPEN INPUT POSTING-EFFECT-WORK.
           IF WS-EFFECT-FILE-STATUS = "00"
               PERFORM UNTIL WS-EFFECT-FILE-STATUS = "10"
                   READ POSTING-EFFECT-WORK INTO WS-ACCOUNT-EFFECT
                       AT END
                           MOVE "10" TO WS-EFFECT-FILE-STATUS
                       NOT AT END
                           MOVE AE-ACCT-NO TO PA-ACCT-NO
                           SET PA-EFFECT-ROW TO TRUE
                           MOVE 0 TO PA-SEQ
                           MOVE SPACE TO PA-ACCOUNT-CLASS
                           MOVE WS-ACCOUNT-EFFECT TO PA-EFFECT-IMAGE
                           RELEASE POSTING-ACCT-REC
                   END-READ
               END-PERFORM
               CLOSE POSTING-EFFECT-WORK
           END-IF.
           MOVE 0 TO WS-ACCOUNT-POS.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-ACCOUNT-POS
                           MOVE SPACES TO POSTING-ACCT-REC
                           MOVE AM-ACCT-NO TO PA-ACCT-NO
                           SET PA-MASTER-ROW TO TRUE
                           MOVE WS-ACCOUNT-POS TO PA-SEQ
                           IF AM-LOAN-ACCOUNT
                               SET PA-LOAN-ACCOUNT TO TRUE
                           END-IF
                           RELEASE POSTING-ACCT-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.

       NET-ACCOUNT-EFFECTS.
           OPEN OUTPUT POSTING-EFFECT-WORK.
           MOVE HIGH-VALUES TO WS-GROUP-KEY.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN POSTING-ACCT-SORT
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       PERFORM NET-ONE-ROW
               END-RETURN
           END-PERFORM.
           CLOSE POSTING-EFFECT-WORK.

       NET-ONE-ROW.
           IF PA-MATCH-KEY NOT = WS-GROUP-KEY
               MOVE PA-MATCH-KEY TO WS-GROUP-KEY
               MOVE "N" TO WS-DEPOSIT-POSTED-SWITCH
               MOVE 0 TO WS-DEPOSIT-NET
               MOVE "N" TO WS-LN-PAID
           END-IF.
           IF PA-EFFECT-ROW
               MOVE PA-EFFECT-IMAGE TO WS-ACCOUNT-EFFECT
               IF AE-LOAN-POSITION
                   MOVE AE-LN-BALANCE TO WS-LN-BALANCE
                   MOVE AE-LN-INT-DUE TO WS-LN-INT-DUE
                   MOVE AE-LN-ACCRUED-TO TO WS-LN-ACCRUED-TO
                   MOVE "Y" TO WS-LN-PAID
               ELSE
                   MOVE "Y" TO WS-DEPOSIT-POSTED-SWITCH
                   ADD AE-AMOUNT TO WS-DEPOSIT-NET
               END-IF
           ELSE
               PERFORM WRITE-ACCOUNT-UPDATE
           END-IF.

      *    A loan record takes the loan's new position; any other
      *    record takes the net of what posted to its number.
       WRITE-ACCOUNT-UPDATE.
           MOVE PA-ACCT-NO TO AE-ACCT-NO.
           MOVE PA-SEQ TO AE-ACCT-POS.
           IF PA-LOAN-ACCOUNT
               IF WS-LN-WAS-PAID
                   SET AE-LOAN-POSITION TO TRUE
                   MOVE 0 TO AE-AMOUNT
                   MOVE WS-LN-BALANCE TO AE-LN-BALANCE
                   MOVE WS-LN-INT-DUE TO AE-LN-INT-DUE
                   MOVE WS-LN-ACCRUED-TO TO AE-LN-ACCRUED-TO
                   PERFORM WRITE-ACCOUNT-EFFECT-RECORD
               END-IF
           ELSE
               IF WS-DEPOSIT-POSTED
                   SET AE-DEPOSIT-POSTING TO TRUE
                   MOVE WS-DEPOSIT-NET TO AE-AMOUNT
                   MOVE 0 TO AE-LN-BALANCE
                   MOVE 0 TO AE-LN-INT-DUE
                   MOVE 0 TO AE-LN-ACCRUED-TO
                   PERFORM WRITE-ACCOUNT-EFFECT-RECORD
               END-IF
           END-IF.

       RELEASE-ACCOUNT-UPDATES.
           OPEN INPUT POSTING-EFFECT-WORK.
           IF WS-EFFECT-FILE-STATUS = "00"
               PERFORM UNTIL WS-EFFECT-FILE-STATUS = "10"
                   READ POSTING-EFFECT-WORK INTO WS-ACCOUNT-EFFECT
                       AT END
                           MOVE "10" TO WS-EFFECT-FILE-STATUS
                       NOT AT END
                           RELEASE POSTING-UPDATE-REC
                               FROM WS-ACCOUNT-EFFECT
                   END-READ
               END-PERFORM
               CLOSE POSTING-EFFECT-WORK
           END-IF.

      ***************************************************************
      *  Second in-place pass, this time over the account master:
      *  every transaction the customer pass applied also posts to
      *  its account's AM-BALANCE, so the account detail and the
      *  CN-BALANCE rollup leave this job telling the same story.
      *  A loan takes its new position instead: principal, unpaid
      *  interest, and accrual date as the customer pass left
      *  them, and a loan with nothing left owing is closed
      *  tonight.
      ***************************************************************
       APPLY-TXNS-TO-ACCOUNTS.
           MOVE 0 TO WS-ACCOUNT-POS.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM RETURN-NEXT-ACCOUNT-UPDATE.
           OPEN I-O ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-ACCOUNT-POS
                           PERFORM POST-TO-ONE-ACCOUNT
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.

       RETURN-NEXT-ACCOUNT-UPDATE.
           RETURN POSTING-UPDATE-SORT INTO WS-ACCOUNT-EFFECT
               AT END
                   MOVE "10" TO WS-SORT-RETURN
           END-RETURN.

       POST-TO-ONE-ACCOUNT.
           MOVE "N" TO WS-ACCT-POSTED.
           PERFORM UNTIL WS-SORT-RETURN = "10"
                   OR AE-ACCT-POS NOT = WS-ACCOUNT-POS
               IF AE-LOAN-POSITION
                   PERFORM UPDATE-ONE-LOAN
               ELSE
                   ADD AE-AMOUNT TO AM-BALANCE
                   MOVE "Y" TO WS-ACCT-POSTED
               END-IF
               PERFORM RETURN-NEXT-ACCOUNT-UPDATE
           END-PERFORM.
           IF WS-ACCT-POSTED = "Y"
               ADD 1 TO WS-ACCOUNTS-UPDATED
               END-IF
           END-IF.

       UPDATE-ONE-LOAN.
           MOVE AE-LN-BALANCE TO AM-BALANCE.
           MOVE AE-LN-INT-DUE TO AM-LOAN-INTEREST-DUE.
           MOVE AE-LN-ACCRUED-TO TO AM-LOAN-ACCRUED-TO.
           IF AM-BALANCE = 0 AND AM-LOAN-INTEREST-DUE = 0
               MOVE WS-RUN-CCYYDDD TO AM-CLOSED-DATE
               ADD 1 TO WS-LOANS-PAID-OFF
           END-IF.
           MOVE "Y" TO WS-ACCT-POSTED.

      ***************************************************************
      *  A clean transaction whose customer could not be found on
      *  the posting pass goes to suspense with its keys and a
      ***************************************************************
       SUSPEND-UNAPPLIED-TXNS.
           MOVE "PCNF" TO WS-SUSPEND-REASON.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               ADD 1 TO WS-TXNS-SUSPENDED
               PERFORM POST-ONE-SUSPENSE
               PERFORM RETURN-NEXT-POSTING-ITEM
           END-PERFORM.

       POST-ONE-SUSPENSE.
           MOVE WS-RUN-CCYYDDD TO SU-RUN-DATE.
           MOVE "POSTAP01" TO SU-JOB-STEP.
           MOVE PI-CUST-NO (4:6) TO SU-FROM-ACCT-KEY.
           MOVE "MASTER" TO SU-TO-ACCT-KEY.
           MOVE 0 TO SU-ORIGINAL-AMOUNT.
           MOVE 0 TO SU-SUBTRAHEND.
           MOVE PI-AMOUNT TO SU-SHORTFALL-AMOUNT.
           MOVE WS-SUSPEND-REASON TO SU-REASON-CODE.
           MOVE PI-TRACE-ID TO SU-TRACE-ID.
           OPEN EXTEND SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               OPEN OUTPUT SUSPENSE-FILE
               PERFORM STAMP-SUSPENSE-HEADER
           END-IF.
           WRITE SUSPENSE-FILE-REC FROM WS-SUSPENSE-ADJUSTMENT.
           CLOSE SUSPENSE-FILE.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "POSTAP01" TO LC-PROGRAM-NAME.
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
           MOVE LV-SUSPEN-LAYOUT TO LC-EXPECTED-LAYOUT.
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
           IF WS-PRIOR-JRN-STATUS = "00"
               READ PRIOR-JOURNAL-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       STAMP-SUSPENSE-HEADER.
           MOVE "POSTAP01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           MOVE LV-SUSPEN-LAYOUT TO LC-EXPECTED-LAYOUT.
           SET LC-ACTION-STAMP TO TRUE.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           WRITE SUSPENSE-FILE-REC FROM LC-RECORD-IMAGE.

      ***************************************************************
      *  A journal cut fresh opens with its layout header, sealed
      *  as the first record of the restarted chain.
      ***************************************************************
       STAMP-POSTING-HEADER.
           MOVE "POSTAP01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           MOVE LV-POSTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           SET LC-ACTION-STAMP TO TRUE.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           WRITE POSTING-JOURNAL-REC FROM LC-RECORD-IMAGE.
           PERFORM SEAL-POSTING-RECORD.

       STAMP-INTEREST-HEADER.
           MOVE "POSTAP01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           MOVE LV-INTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           SET LC-ACTION-STAMP TO TRUE.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           WRITE INTEREST-JOURNAL-REC FROM LC-RECORD-IMAGE.
           MOVE "INTJRNL" TO CS-FILE-TAG.
           SET CS-ACTION-SEAL TO TRUE.
           MOVE INTEREST-JOURNAL-REC TO CS-RECORD-IMAGE.
           CALL "CHAINSL01" USING WS-CHAIN-SEAL-REQUEST.
       END PROGRAM POSTAP01.
