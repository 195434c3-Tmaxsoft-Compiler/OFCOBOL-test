      ***************************************************************
      *  WSBRNASG - branch assignment request/reply, shared by
      *  BRNASG01 and the steps that open accounts.  The caller
      *  passes the customer's region code and zip; a blank region
      *  (a customer RGNDRV01 has not stamped yet) is derived from
      *  the zip through the zip-range-to-region master.  The reply
      *  is the branch that takes the new relationship, and whether
      *  it came from the region or fell back to head office.
      ***************************************************************
       01 WS-BRANCH-ASSIGN-REQUEST.
           05 BA-REGION-CODE              PIC X(2).
           05 BA-ZIP                      PIC 9(9).
           05 BA-BRANCH-CODE              PIC X(4).
           05 BA-RESULT                   PIC X(1).
               88 BA-REGION-BRANCH        VALUE "R".
               88 BA-HEAD-OFFICE          VALUE "H".
