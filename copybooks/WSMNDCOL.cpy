      ***************************************************************
      *  WSMNDCOL - mandate collection record.  POSTED01 appends one
      *  for every partner debit it passes under a mandate, so the
      *  next night's edit can tell whether the mandate's frequency
      *  has been used up for the period.  The collections of the
      *  run date itself are never counted from this file: a rerun
      *  of the edit judges tonight's debits afresh.
      ***************************************************************
       01 WS-MANDATE-COLLECTION.
           05 ML-COLLECT-DATE             PIC 9(7).
           05 ML-MANDATE-NO               PIC X(10).
           05 ML-CUST-NO                  PIC 9(9).
           05 ML-ACCT-NO                  PIC 9(10).
           05 ML-PARTNER-ID               PIC X(8).
           05 ML-AMOUNT                   PIC 9(7)V99.
           05 ML-TRACE-ID                 PIC X(13).
           05 FILLER                      PIC X(4).
