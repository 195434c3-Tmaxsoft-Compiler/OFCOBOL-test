      ***************************************************************
      *  WSMATDAT - request/reply record for the MATDAT01 term
      *  maturity-date service.  The caller passes the date a term
      *  starts and its length in months; the service answers with
      *  the date the term matures - the same day of the month that
      *  many months on, held to the last day of a shorter month,
      *  and rolled forward off a weekend or holiday - so every
      *  program that opens or renews a term deposit, or dates a
      *  loan installment, dates it the same way.
      ***************************************************************
       01 WS-MATURITY-DATE-REQUEST.
           05 MD-START-DATE               PIC 9(7).
           05 MD-TERM-MONTHS              PIC 9(3).
           05 MD-MATURITY-DATE            PIC 9(7).
