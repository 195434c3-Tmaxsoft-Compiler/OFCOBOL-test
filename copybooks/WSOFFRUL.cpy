      ***************************************************************
      *  WSOFFRUL - cross-sell offer selection rule.  One record per
      *  offer on data/offer_selection_rules.dat, kept by marketing
      *  so a campaign is a control-file change and not a hand-
      *  pulled list.  OFFSEL01 selects every customer the rule
      *  fits; OFFRSP01 reads it back for the offer descriptions on
      *  the response-rate report.  Each test left blank (or zero
      *  for the balance ceiling) lets every customer through it.
      *    age band        a WSAGEBND band name - INFANT, BABY,
      *                    CHILD, TEENAGER, ADULT, SENIOR - or
      *                    UNKNOWN for customers with no birth date
      *    balance         the master balance at least the floor
      *                    and no more than the ceiling
      *    region          the master region code
      *    held            a product key the customer holds on the
      *                    HLDMNT01 holdings file
      *    not held        a product key the customer must not hold
      *                    yet - the product being cross-sold
      *  The channel says how the offer reaches the customer, and so
      *  which do-not-solicit preference on the master applies.
      ***************************************************************
       01 WS-OFFER-RULE.
           05 OF-OFFER-ID                 PIC X(8).
           05 OF-CHANNEL                  PIC X(1).
               88 OF-CHANNEL-MAIL         VALUE "M".
               88 OF-CHANNEL-CALL         VALUE "C".
               88 OF-CHANNEL-EMAIL        VALUE "E".
               88 OF-CHANNEL-VALID        VALUE "M" "C" "E".
           05 OF-AGE-BAND                 PIC X(8).
           05 OF-MIN-BALANCE              PIC 9(9)V99.
           05 OF-MAX-BALANCE              PIC 9(9)V99.
               88 OF-NO-CEILING           VALUE 0.
           05 OF-REGION-CODE              PIC X(2).
           05 OF-HELD-PRODUCT             PIC X(4).
           05 OF-NOT-HELD-PRODUCT         PIC X(4).
           05 OF-DESCRIPTION              PIC X(30).
