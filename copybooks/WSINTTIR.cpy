      ***************************************************************
      *  WSINTTIR - request/reply record for the INTTIR01 interest-
      *  tier service.  The caller passes a balance; the service
      *  answers with the balance tier it falls in and that tier's
      *  annual rate off the balance-tier rate table, by the same
      *  rule the month-end INTACC01 accrual tiers on - so interest
      *  settled between month ends is figured at the rate the
      *  month end would have paid.
      ***************************************************************
       01 WS-INTEREST-TIER-REQUEST.
           05 IT-BALANCE                  PIC S9(9)V99.
           05 IT-RESULT                   PIC X(1).
               88 IT-TIER-FOUND           VALUE "Y".
               88 IT-NO-TIER              VALUE "N".
           05 IT-TIER-NUM                 PIC 9(2).
           05 IT-ANNUAL-RATE              PIC 9V9(6).
