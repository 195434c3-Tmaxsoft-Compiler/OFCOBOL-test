      ***************************************************************
      *  WSACPTY - account party relationship record.  The account
      *  master names one owning customer (AM-CUST-NO); this file
      *  names everyone else with a standing on the account - a
      *  joint owner, a trustee, a guardian acting for a minor, an
      *  attorney under a power of attorney - each with the dates
      *  the role runs.  The owner is the primary party by
      *  definition; a P row is only ever recorded for the owner.
      *  A role is in force on a date when it has started and its
      *  end date is zero (open) or not yet passed.  ACCPTY01
      *  maintains the file in account-number order.
      ***************************************************************
       01 WS-ACCOUNT-PARTY-RECORD.
           05 AP-ACCT-NO                  PIC 9(10).
           05 AP-CUST-NO                  PIC 9(9).
           05 AP-ROLE                     PIC X(1).
               88 AP-ROLE-PRIMARY         VALUE "P".
               88 AP-ROLE-JOINT           VALUE "J".
               88 AP-ROLE-TRUSTEE         VALUE "T".
               88 AP-ROLE-GUARDIAN        VALUE "G".
               88 AP-ROLE-ATTORNEY        VALUE "A".
               88 AP-ROLE-VALID           VALUE "P" "J" "T" "G" "A".
           05 AP-START-DATE               PIC 9(7).
           05 AP-END-DATE                 PIC 9(7).
               88 AP-ROLE-OPEN-ENDED      VALUE 0.
