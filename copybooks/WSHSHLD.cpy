      ***************************************************************
      *  WSHSHLD - household membership record.  A household links
      *  customers who bank as a family under one household number;
      *  one record per member, one member marked as the head of
      *  household.  A customer belongs to at most one household.
      *  FEEASS01 waives fees on the household's combined balance
      *  and LIMCHK01 measures concentration on it.  HSHMNT01
      *  maintains the file, in household-number order, from an
      *  audited transaction file; CUSMRG01 carries a merged
      *  customer's membership over to the survivor.
      ***************************************************************
       01 WS-HOUSEHOLD-RECORD.
           05 HH-HOUSEHOLD-NO             PIC 9(7).
           05 HH-CUST-NO                  PIC 9(9).
           05 HH-MEMBER-ROLE              PIC X(1).
               88 HH-ROLE-HEAD            VALUE "H".
               88 HH-ROLE-MEMBER          VALUE "M".
               88 HH-ROLE-VALID           VALUE "H" "M".
           05 HH-JOINED-DATE              PIC 9(7).
