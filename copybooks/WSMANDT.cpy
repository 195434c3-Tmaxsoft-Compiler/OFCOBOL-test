      ***************************************************************
      *  WSMANDT - direct-debit mandate register record.  A partner
      *  (the originator named on the debits it sends) may take
      *  money from a customer's account only under a mandate the
      *  customer has given: for that account, up to the maximum
      *  amount per debit, no more often than the frequency allows,
      *  and only between the start and end dates.  MNDMNT01 adds,
      *  changes and revokes mandates; a mandate is never deleted,
      *  so revoking one stamps the revoke date and who keyed it and
      *  leaves it on file.  POSTED01 refuses a partner debit no
      *  active mandate covers.  At most one mandate is active for
      *  one account and partner at a time.
      ***************************************************************
       01 WS-MANDATE-RECORD.
      *    Mandate number: the date it was registered plus a
      *    sequence within that night.
           05 MN-MANDATE-NO.
               10 MN-MANDATE-DATE         PIC 9(7).
               10 MN-MANDATE-SEQ          PIC 9(3).
           05 MN-CUST-NO                  PIC 9(9).
           05 MN-ACCT-NO                  PIC 9(10).
           05 MN-PARTNER-ID               PIC X(8).
           05 MN-MAX-AMOUNT               PIC 9(7)V99.
      *    How often the partner may collect: W once in any seven
      *    days, M once a calendar month, Q once a calendar quarter,
      *    A once a calendar year, O once only.
           05 MN-FREQUENCY                PIC X(1).
               88 MN-FREQ-WEEKLY          VALUE "W".
               88 MN-FREQ-MONTHLY         VALUE "M".
               88 MN-FREQ-QUARTERLY       VALUE "Q".
               88 MN-FREQ-ANNUAL          VALUE "A".
               88 MN-FREQ-ONCE            VALUE "O".
               88 MN-FREQ-VALID           VALUE "W" "M" "Q" "A" "O".
           05 MN-START-DATE               PIC 9(7).
           05 MN-END-DATE                 PIC 9(7).
               88 MN-OPEN-ENDED           VALUE 0.
           05 MN-STATE                    PIC X(1).
               88 MN-ACTIVE               VALUE "A".
               88 MN-REVOKED              VALUE "R".
           05 MN-REVOKED-DATE             PIC 9(7).
           05 MN-REGISTERED-BY            PIC X(8).
           05 MN-REVOKED-BY               PIC X(8).
           05 MN-CHANGED-DATE             PIC 9(7).
           05 FILLER                      PIC X(8).
