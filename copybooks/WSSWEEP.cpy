      ***************************************************************
      *  WSSWEEP - overdraft-protection sweep arrangement.  One
      *  record per protected account names the funding account
      *  POSTAP01 draws on when a debit would take the protected
      *  account below zero.  Both must be open demand deposit
      *  accounts of the same customer; a suspended arrangement (S)
      *  stays on file but is never drawn.
      ***************************************************************
       01 WS-SWEEP-ARRANGEMENT.
           05 SA-PROTECTED-ACCT           PIC 9(10).
           05 SA-FUNDING-ACCT             PIC 9(10).
           05 SA-STATUS                   PIC X(1).
               88 SA-ARRANGEMENT-ACTIVE   VALUE "A".
               88 SA-ARRANGEMENT-SUSPENDED VALUE "S".
