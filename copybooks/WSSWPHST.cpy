      ***************************************************************
      *  WSSWPHST - overdraft sweep history record.  POSTAP01
      *  appends one for every sweep it makes: the run date, the
      *  customer, the reference both journal legs carry (run date
      *  and entry number of the funding leg), the two accounts,
      *  the amount moved, and the trace of the debit that drew
      *  it.  STMT01 reads the period's sweeps back for the
      *  statement.  The file is cumulative across run dates.
      ***************************************************************
       01 WS-SWEEP-HISTORY-RECORD.
           05 SH-RUN-DATE                 PIC 9(7).
           05 SH-CUST-NO                  PIC 9(9).
           05 SH-REFERENCE                PIC X(13).
           05 SH-PROTECTED-ACCT           PIC 9(10).
           05 SH-FUNDING-ACCT             PIC 9(10).
           05 SH-AMOUNT                   PIC 9(7)V99.
           05 SH-TRACE-ID                 PIC X(13).
