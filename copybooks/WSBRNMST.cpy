      ***************************************************************
      *  WSBRNMST - branch master, one record per branch on
      *  data/branch_master.dat, kept by branch administration.
      *  The home region is the CN-REGION-CODE a new customer
      *  relationship is assigned to the branch from (the first
      *  open branch listed for a region takes its new business).
      *  A closed branch keeps its accounts until they are
      *  transferred out, but opens and transfers-in are refused.
      *  Branch 0001 is head office: it takes any new account
      *  whose region has no open branch, and any ledger amount
      *  that cannot be traced to an account.
      ***************************************************************
       01 WS-BRANCH-MASTER-RECORD.
           05 BR-BRANCH-CODE              PIC X(4).
               88 BR-HEAD-OFFICE          VALUE "0001".
           05 BR-BRANCH-NAME              PIC X(20).
           05 BR-REGION-CODE              PIC X(2).
           05 BR-STATUS                   PIC X(1).
               88 BR-BRANCH-OPEN          VALUE "A".
               88 BR-BRANCH-CLOSED        VALUE "C".
           05 BR-OPEN-DATE                PIC 9(7).
           05 BR-MANAGER                  PIC X(20).
