      ***************************************************************
      *  WSPRDCAT - product catalog record.  Ties the two-character
      *  account product code carried on WSACCTM (AM-PRODUCT-CODE)
      *  to the four-digit key its rate history is filed under on
      *  the product rate master, so an account's product can be
      *  judged against the rates actually in force through the
      *  shared PRDLKP01 lookup.  A term product (type T) carries
      *  the term in months an account opens onto when the opening
      *  names none; its rate key's amounts on the rate master are
      *  annual rates with six implied decimals (0000045000 is
      *  4.5 per cent).  An installment loan product (type L) is
      *  keyed the same way, its default term is the loan term in
      *  months, and its rate is the loan's annual rate.  Demand
      *  products are type D with a zero term.
      *  The catalog is maintained by PRDMNT01 transactions.  Each
      *  product carries a lifecycle status: active (open to new
      *  accounts), closed to new accounts (existing accounts carry
      *  on), or retired - PRDRET01 then moves every open account
      *  still on it to the successor product named here and
      *  writes each customer affected a notice.  The status date
      *  is the night the status was last set.  The minimum
      *  balance and currency are the product's terms as sold; the
      *  statement wording is the name a customer reads for the
      *  product on their statement, the description the name the
      *  bank's own reports use.
      ***************************************************************
       01 WS-PRODUCT-CATALOG-RECORD.
           05 PD-PRODUCT-CODE             PIC X(2).
           05 PD-RATE-KEY                 PIC 9(4).
           05 PD-DESCRIPTION              PIC X(24).
           05 PD-PRODUCT-TYPE             PIC X(1).
               88 PD-DEMAND-PRODUCT       VALUE "D" " ".
               88 PD-TERM-PRODUCT         VALUE "T".
               88 PD-LOAN-PRODUCT         VALUE "L".
           05 PD-DEFAULT-TERM             PIC 9(3).
           05 PD-LIFECYCLE-STATUS         PIC X(1).
               88 PD-PRODUCT-ACTIVE       VALUE "A" " ".
               88 PD-PRODUCT-CLOSED-TO-NEW VALUE "C".
               88 PD-PRODUCT-RETIRED      VALUE "R".
           05 PD-SUCCESSOR-CODE           PIC X(2).
           05 PD-STATUS-DATE              PIC 9(7).
           05 PD-MINIMUM-BALANCE          PIC 9(7)V99.
           05 PD-CURRENCY-CODE            PIC X(3).
           05 PD-STATEMENT-WORDING        PIC X(30).
