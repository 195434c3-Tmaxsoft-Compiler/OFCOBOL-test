      ***************************************************************
      *  WSLNSCHD - loan amortization schedule record.  ACCMNT01
      *  writes one per installment when it books an installment
      *  loan, straight from the LNAMRT01 schedule; LNBILL01 reads
      *  them back to bill each month's installments.  The file is
      *  kept in booking order and is never rewritten - what the
      *  customer was told at booking stays on record.
      ***************************************************************
       01 WS-LOAN-SCHEDULE-RECORD.
           05 LS-ACCT-NO                  PIC 9(10).
           05 LS-CUST-NO                  PIC 9(9).
           05 LS-INSTALLMENT-NO           PIC 9(3).
           05 LS-DUE-DATE                 PIC 9(7).
           05 LS-PAYMENT                  PIC 9(7)V99.
           05 LS-INTEREST                 PIC 9(7)V99.
           05 LS-PRINCIPAL                PIC 9(7)V99.
           05 LS-REMAINING                PIC 9(9)V99.
