      ***************************************************************
      *  WSALTSUB - customer alert subscription record.  One per
      *  customer per alert type the customer has asked for, kept
      *  in customer order with the types in code order, and only
      *  ever changed through CUSMNT01.  ALRTEX01 reads it nightly
      *  to decide who is told what, on which channel, and - for
      *  the low-balance and large-debit alerts - past what amount
      *  the customer wants to hear about it.
      *    FH  fraud hold        - VELCHK01 held the day's activity
      *    LB  low balance       - balance after posting below the
      *                            threshold
      *    LD  large debit       - a posted debit over the threshold
      *    OD  overdrawn         - the account went below zero
      *    SC  status change     - STSCHG01 changed the status
      ***************************************************************
       01 WS-ALERT-SUBSCRIPTION.
           05 AS-CUST-NO                  PIC 9(9).
           05 AS-ALERT-TYPE               PIC X(2).
               88 AS-FRAUD-HOLD           VALUE "FH".
               88 AS-LOW-BALANCE          VALUE "LB".
               88 AS-LARGE-DEBIT          VALUE "LD".
               88 AS-OVERDRAWN            VALUE "OD".
               88 AS-STATUS-CHANGE        VALUE "SC".
           05 AS-CHANNEL                  PIC X(1).
               88 AS-CHANNEL-SMS          VALUE "S".
               88 AS-CHANNEL-EMAIL        VALUE "E".
               88 AS-CHANNEL-BOTH         VALUE "B".
           05 AS-THRESHOLD                PIC 9(7)V99.
           05 AS-SUBSCRIBED-DATE          PIC 9(7).
