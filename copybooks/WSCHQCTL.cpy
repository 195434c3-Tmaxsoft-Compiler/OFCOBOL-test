      ***************************************************************
      *  WSCHQCTL - official cheque control record, one line.  The
      *  range of cheque numbers the stock on hand carries, the
      *  next number to issue, and the night that last issued with
      *  the first number it used, so a rerun of the night numbers
      *  its cheques again from the same place.  The account the
      *  cheques are drawn on goes to the bank on the positive-pay
      *  file; the stale days age an unpaid cheque out, and the
      *  low-stock count warns the desk to order more stock.
      ***************************************************************
       01 WS-CHEQUE-CONTROL-RECORD.
           05 CC-FIRST-NO                 PIC 9(8).
           05 CC-LAST-NO                  PIC 9(8).
           05 CC-NEXT-NO                  PIC 9(8).
           05 CC-LAST-ISSUE-DATE          PIC 9(7).
           05 CC-NIGHT-FIRST-NO           PIC 9(8).
           05 CC-DRAWN-ON-ACCT            PIC X(10).
           05 CC-STALE-DAYS               PIC 9(3).
           05 CC-LOW-STOCK                PIC 9(5).
