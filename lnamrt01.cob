       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNAMRT01.
      ***************************************************************
      *  LNAMRT01 - installment loan amortization service.  Level
      *  monthly payment on the standard annuity formula at one
      *  twelfth of the annual rate (principal over the term when
      *  the rate is zero), then the schedule installment by
      *  installment: a month's interest on the principal still
      *  owing, the rest of the payment to principal, and the last
      *  installment sized to clear exactly what is left.  Due
      *  dates run from the booking date a month at a time through
      *  MATDAT01, each counted from the booking date itself so a
      *  short month never drags the later due days back.
      ***************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-MONTHLY-RATE                PIC 9V9(12).
       01 WS-GROWTH-FACTOR               PIC 9(5)V9(12).
       01 WS-FACTOR-NUMERATOR            PIC 9(5)V9(12).
       01 WS-FACTOR-DENOMINATOR          PIC 9(5)V9(12).
       01 WS-PAYMENT-FACTOR              PIC 9V9(12).
       01 WS-BALANCE                     PIC 9(9)V99.
       01 WS-INTEREST                    PIC 9(7)V99.
       01 WS-PRINCIPAL-PART              PIC S9(9)V99.
       COPY WSMATDAT.

       LINKAGE SECTION.
       COPY WSLNAMRT.

       PROCEDURE DIVISION USING WS-LOAN-AMORT-REQUEST.
       LNAMRT01-MAIN.
           MOVE 0 TO LA-PAYMENT.
           MOVE 0 TO LA-INSTALLMENT-COUNT.
           IF LA-TERM-MONTHS = 0 OR LA-TERM-MONTHS > 360
                   OR LA-PRINCIPAL = 0
               GOBACK
           END-IF.

           COMPUTE WS-MONTHLY-RATE = LA-ANNUAL-RATE / 12.
           IF WS-MONTHLY-RATE = 0
               COMPUTE LA-PAYMENT ROUNDED =
                   LA-PRINCIPAL / LA-TERM-MONTHS
           ELSE
               COMPUTE WS-GROWTH-FACTOR =
                   (1 + WS-MONTHLY-RATE) ** LA-TERM-MONTHS
               COMPUTE WS-FACTOR-NUMERATOR =
                   WS-MONTHLY-RATE * WS-GROWTH-FACTOR
               COMPUTE WS-FACTOR-DENOMINATOR = WS-GROWTH-FACTOR - 1
               COMPUTE WS-PAYMENT-FACTOR =
                   WS-FACTOR-NUMERATOR / WS-FACTOR-DENOMINATOR
               COMPUTE LA-PAYMENT ROUNDED =
                   LA-PRINCIPAL * WS-PAYMENT-FACTOR
           END-IF.

           MOVE LA-PRINCIPAL TO WS-BALANCE.
           MOVE LA-TERM-MONTHS TO LA-INSTALLMENT-COUNT.
           PERFORM VARYING LA-IDX FROM 1 BY 1
                   UNTIL LA-IDX > LA-TERM-MONTHS
               PERFORM BUILD-ONE-INSTALLMENT
           END-PERFORM.
           GOBACK.

       BUILD-ONE-INSTALLMENT.
           COMPUTE WS-INTEREST ROUNDED =
               WS-BALANCE * WS-MONTHLY-RATE.
           COMPUTE WS-PRINCIPAL-PART = LA-PAYMENT - WS-INTEREST.
           IF WS-PRINCIPAL-PART < 0
               MOVE 0 TO WS-PRINCIPAL-PART
           END-IF.
           IF LA-IDX = LA-TERM-MONTHS
                   OR WS-PRINCIPAL-PART > WS-BALANCE
               MOVE WS-BALANCE TO WS-PRINCIPAL-PART
           END-IF.
           SUBTRACT WS-PRINCIPAL-PART FROM WS-BALANCE.
           MOVE WS-INTEREST TO LA-DUE-INTEREST (LA-IDX).
           MOVE WS-PRINCIPAL-PART TO LA-DUE-PRINCIPAL (LA-IDX).
           COMPUTE LA-DUE-PAYMENT (LA-IDX) =
               WS-INTEREST + WS-PRINCIPAL-PART.
           MOVE WS-BALANCE TO LA-REMAINING (LA-IDX).
           MOVE LA-START-DATE TO MD-START-DATE.
           SET MD-TERM-MONTHS TO LA-IDX.
           CALL "MATDAT01" USING WS-MATURITY-DATE-REQUEST.
           MOVE MD-MATURITY-DATE TO LA-DUE-DATE (LA-IDX).
       END PROGRAM LNAMRT01.
