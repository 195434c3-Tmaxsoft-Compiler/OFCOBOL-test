      *  keeps one place to look.  ACCTLD01 seeds one account per
      *  customer from the flat master (account number is the
      *  customer number with a one-digit account suffix).
      *  ACCCLS01 settles a closing account to a zero balance and
      *  stamps AM-CLOSED-DATE; zero means the account is open.
      *  A term deposit carries its term in months, the maturity
      *  date the term runs to, the annual rate fixed when the term
      *  began (taken off the product rate master's effective-dated
      *  history), the customer's maturity instruction (R roll over
      *  at the rate then current, C pay out by cheque, T pay out by
      *  transfer to the customer's default account), and the date
      *  the pre-maturity notice went out for the current term.  A
      *  zero term means a demand account and the rest are zero.
      *  An installment loan (class L) carries its term, final due
      *  date, and fixed rate in the same fields, its balance as
      *  the principal still owed (never part of the CN-BALANCE
      *  rollup, which stays the customer's deposits), the level
      *  monthly payment from its amortization schedule, interest
      *  accrued but not yet paid, and the date interest has been
      *  accrued to.  A term deposit is a nonzero term on a class
      *  other than L.
      *  Every account is owned by a branch (WSBRNMST), which is
      *  how the business is run and how GLEXTR01 sub-accounts the
      *  ledger; a customer's region only follows the zip.  An
      *  account opens into the branch that already holds the
      *  customer's accounts, or for a new relationship the branch
      *  BRNASG01 assigns from the customer's region, and stays
      *  there when the customer moves - only a BRNXFR01 branch
      *  transfer changes it.  The branch date is the date the
      *  account came into its branch, by opening or by transfer.
      ***************************************************************
       01 WS-ACCOUNT-RECORD.
           05 AM-ACCT-NO                  PIC 9(10).
           05 AM-PRODUCT-CODE             PIC X(2).
           05 AM-BALANCE                  PIC S9(9)V99 COMP-3.
           05 AM-OPEN-DATE                PIC 9(7).
           05 AM-CLOSED-DATE              PIC 9(7).
               88 AM-ACCOUNT-OPEN         VALUE 0.
           05 AM-TERM-MONTHS              PIC 9(3).
               88 AM-DEMAND-ACCOUNT       VALUE 0.
           05 AM-MATURITY-DATE            PIC 9(7).
           05 AM-FIXED-RATE               PIC 9V9(6).
           05 AM-MATURITY-INSTR           PIC X(1).
               88 AM-MATURE-ROLLOVER      VALUE "R".
               88 AM-MATURE-CHEQUE        VALUE "C".
               88 AM-MATURE-TRANSFER      VALUE "T".
               88 AM-MATURITY-INSTR-VALID VALUE "R" "C" "T".
           05 AM-NOTICE-SENT-DATE         PIC 9(7).
           05 AM-ACCOUNT-CLASS            PIC X(1).
               88 AM-DEPOSIT-ACCOUNT      VALUE "D" " ".
               88 AM-LOAN-ACCOUNT         VALUE "L".
           05 AM-LOAN-PAYMENT             PIC 9(7)V99.
           05 AM-LOAN-INTEREST-DUE        PIC 9(7)V99.
           05 AM-LOAN-ACCRUED-TO          PIC 9(7).
           05 AM-BRANCH-CODE              PIC X(4).
           05 AM-BRANCH-DATE              PIC 9(7).
