      ***************************************************************
      *  WSINTACR - accrued interest payable, one record per demand
      *  deposit account that has accrued.  INTDLY01 adds each
      *  night's one-day accrual at the account's balance-tier rate
      *  to IA-ACCRUED-EXACT (six decimals, so small balances still
      *  build up) and books to the ledger only the cents the
      *  rounded running total moved by, so IA-ACCRUED-BOOKED is
      *  always exactly what the GL carries for the account.  At
      *  month end the booked total is trued up against what
      *  INTACC01 actually credited and both go back to zero.  The
      *  prior fields hold the totals as they stood before the
      *  night named in IA-DAY-DATE, so a rerun of the same night
      *  starts again from them instead of accruing the day twice.
      ***************************************************************
       01 WS-INTEREST-ACCRUAL-RECORD.
           05 IA-ACCT-NO                  PIC 9(10).
           05 IA-CUST-NO                  PIC 9(9).
           05 IA-ACCRUED-EXACT            PIC 9(7)V9(6).
           05 IA-ACCRUED-BOOKED           PIC 9(7)V99.
           05 IA-DAY-DATE                 PIC 9(7).
           05 IA-PRIOR-EXACT              PIC 9(7)V9(6).
           05 IA-PRIOR-BOOKED             PIC 9(7)V99.
           05 IA-LAST-RATE                PIC 9V9(6).
