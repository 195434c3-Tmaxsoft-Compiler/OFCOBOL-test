      ***************************************************************
      *  WSACCIX - key view of the indexed account master record on
      *  data/account_master.idx.  The record is the WSACCTM
      *  account record byte for byte; this view names only the
      *  two keys - the account number (primary) and the owning
      *  customer number (alternate, duplicates allowed, so a
      *  START on it and READ NEXT walk one customer's accounts).
      *  A program that also holds the flat account master reads
      *  the indexed record INTO its WSACCTM layout; a program
      *  that only reads the indexed file may carry WSACCTM as the
      *  record itself and key on AM-ACCT-NO and AM-CUST-NO.
      ***************************************************************
       01 ACCOUNT-INDEX-REC.
           05 AX-ACCT-NO                  PIC 9(10).
           05 AX-CUST-NO                  PIC 9(9).
           05 FILLER                      PIC X(84).
