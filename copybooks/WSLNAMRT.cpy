      ***************************************************************
      *  WSLNAMRT - request/reply record for the LNAMRT01 loan
      *  amortization service.  The caller passes the principal,
      *  the annual rate, the term in months, and the booking date;
      *  the service answers with the level monthly payment and the
      *  full schedule - each installment's due date (the booking
      *  day of the month, dated through MATDAT01), payment, the
      *  interest and principal it carries, and the principal left
      *  owing after it.  The last installment clears the rounding.
      ***************************************************************
       01 WS-LOAN-AMORT-REQUEST.
           05 LA-PRINCIPAL                PIC 9(9)V99.
           05 LA-ANNUAL-RATE              PIC 9V9(6).
           05 LA-TERM-MONTHS              PIC 9(3).
           05 LA-START-DATE               PIC 9(7).
           05 LA-PAYMENT                  PIC 9(7)V99.
           05 LA-INSTALLMENT-COUNT        PIC 9(3).
           05 LA-INSTALLMENT OCCURS 360 TIMES INDEXED BY LA-IDX.
               10 LA-DUE-DATE             PIC 9(7).
               10 LA-DUE-PAYMENT          PIC 9(7)V99.
               10 LA-DUE-INTEREST         PIC 9(7)V99.
               10 LA-DUE-PRINCIPAL        PIC 9(7)V99.
               10 LA-REMAINING            PIC 9(9)V99.
