      ***************************************************************
      *  WSFNDHLD - uncollected-funds hold.  POSTAP01 writes one for
      *  every credit the hold policy (WSHLDPOL) catches, naming the
      *  journal entry of the credit and the business date the hold
      *  falls away.  The hold is active - its amount is out of the
      *  customer's available balance, though already in the ledger
      *  balance CN-BALANCE - until the run date reaches the release
      *  date; HLDREL01 then moves it to the hold history with the
      *  date it was released.
      ***************************************************************
       01 WS-FUNDS-HOLD-RECORD.
           05 HD-CUST-NO                  PIC 9(9).
           05 HD-ACCT-NO                  PIC 9(10).
           05 HD-PLACED-DATE              PIC 9(7).
           05 HD-RELEASE-DATE             PIC 9(7).
           05 HD-AMOUNT                   PIC 9(7)V99.
           05 HD-CREDIT-AMOUNT            PIC 9(7)V99.
           05 HD-TYPE-CODE                PIC X(2).
      *    Journal entry of the credit: run date plus entry SEQ.
           05 HD-ENTRY-NO                 PIC X(13).
           05 HD-TRACE-ID                 PIC X(13).
           05 HD-RELEASED-DATE            PIC 9(7).
               88 HD-STILL-HELD           VALUE 0.
           05 FILLER                      PIC X(4).
