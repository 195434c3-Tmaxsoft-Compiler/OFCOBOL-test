      ***************************************************************
      *  WSAPRTRL - approval trail record, written through APRTRL01
      *  by every step that accepts a second user's approval (rate
      *  changes, suspense write-offs, eligibility overrides,
      *  reject corrections, customer master changes, branch
      *  transfers).  Each source keeps its own approval file in
      *  its own layout for the night; the trail keeps one line
      *  per approval, run after run, in one layout - who made the
      *  item, who checked it, when, and the customer it touches -
      *  so SODRPT01 can audit segregation of duties across all of
      *  them at once.
      *  A dual-signature item with no separate maker carries its
      *  first signer as maker and its second as checker.  Date or
      *  time zero means the approval was not stamped.
      ***************************************************************
       01 WS-APPROVAL-TRAIL-RECORD.
           05 TL-SOURCE                   PIC X(4).
               88 TL-SOURCE-RATE          VALUE "RATE".
               88 TL-SOURCE-WRITEOFF      VALUE "WOFF".
               88 TL-SOURCE-OVERRIDE      VALUE "ELIG".
               88 TL-SOURCE-CORRECTION    VALUE "RJCY".
               88 TL-SOURCE-MASTER        VALUE "MCHG".
               88 TL-SOURCE-BRANCH        VALUE "BRXF".
           05 TL-ITEM-KEY                 PIC X(24).
           05 TL-CUST-NO                  PIC 9(9).
           05 TL-MAKER                    PIC X(8).
           05 TL-CHECKER                  PIC X(8).
           05 TL-APPROVED-DATE            PIC 9(7).
           05 TL-APPROVED-TIME            PIC 9(4).
           05 TL-RECORDED-DATE            PIC 9(7).
           05 TL-RECORDED-BY              PIC X(8).
