      ***************************************************************
      *  WSCLSPAY - closure payout record.  ACCCLS01 writes one per
      *  settled account closure: the net balance leaving the bank
      *  after closing interest and prorated fees, how the customer
      *  asked to be paid (C cheque to the address on file, T
      *  transfer to another account, E estate payout - a cheque
      *  to the executor of a deceased customer's estate), and the
      *  payee details the cheque run or the transfer desk needs
      *  without going back to the masters.
      ***************************************************************
       01 WS-CLOSURE-PAYOUT-RECORD.
           05 CP-PAYOUT-DATE              PIC 9(7).
           05 CP-ACCT-NO                  PIC 9(10).
           05 CP-CUST-NO                  PIC 9(9).
           05 CP-PAYOUT-METHOD            PIC X(1).
               88 CP-BY-CHEQUE            VALUE "C".
               88 CP-BY-TRANSFER          VALUE "T".
               88 CP-TO-ESTATE            VALUE "E".
           05 CP-TRANSFER-ACCT            PIC X(10).
           05 CP-PAYOUT-AMOUNT            PIC 9(9)V99.
           05 CP-PAYEE-NAME               PIC X(20).
           05 CP-PAYEE-ADDRESS            PIC X(40).
           05 CP-PAYEE-ZIP                PIC 9(9).
