      ***************************************************************
      *  WSGLBAL - running general-ledger balance, one record per GL
      *  account.  GLEXTR01 adds each night's proved summary to the
      *  account's cumulative debit and credit totals; the account's
      *  balance is the difference, on whichever side it falls.  The
      *  night's own amounts are kept beside the totals under the
      *  date they were posted for, so a rerun of the same night
      *  backs them out before posting again instead of doubling
      *  the ledger.  GLTBAL01 prints the trial balance from this
      *  file and proves the subledgers against it.
      ***************************************************************
       01 WS-GL-BALANCE-RECORD.
           05 GB-GL-ACCOUNT              PIC 9(4).
           05 GB-DEBIT-TOTAL             PIC 9(13)V99.
           05 GB-CREDIT-TOTAL            PIC 9(13)V99.
           05 GB-DAY-DATE                PIC 9(7).
           05 GB-DAY-DEBIT               PIC 9(13)V99.
           05 GB-DAY-CREDIT              PIC 9(13)V99.
