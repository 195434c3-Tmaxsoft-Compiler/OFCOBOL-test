      ***************************************************************
      *  WSLNPAY - loan payment history record.  POSTAP01 appends
      *  one for every loan payment it applies: the run date, the
      *  borrower and loan account, the payment as received, how it
      *  split between interest (accrued interest is paid first) and
      *  principal, and the principal and unpaid interest left on
      *  the loan after it.  STMT01 reads the period's payments back
      *  for the loan section of the statement.  The file is
      *  cumulative across run dates.
      ***************************************************************
       01 WS-LOAN-PAYMENT-RECORD.
           05 LY-RUN-DATE                 PIC 9(7).
           05 LY-CUST-NO                  PIC 9(9).
           05 LY-ACCT-NO                  PIC 9(10).
           05 LY-PAYMENT                  PIC 9(7)V99.
           05 LY-INTEREST                 PIC 9(7)V99.
           05 LY-PRINCIPAL                PIC 9(7)V99.
           05 LY-BALANCE-AFTER            PIC 9(9)V99.
           05 LY-INTEREST-DUE-AFTER       PIC 9(7)V99.
