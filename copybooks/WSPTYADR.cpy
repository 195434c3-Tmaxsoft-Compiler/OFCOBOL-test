      ***************************************************************
      *  WSPTYADR - request/reply record for the PTYADR01 party
      *  addressing service.  Given an owning customer and a date,
      *  answers who else must be named on that customer's mail:
      *  the joint owners of the accounts the customer owns (up to
      *  three names, for an "AND" line under the owner's name),
      *  and the one party the mail must go in care of - the
      *  executor of a deceased customer's estate first, then
      *  guardian, trustee, attorney - with that party's name and
      *  address.  An executor has no customer number.  The
      *  tables switch comes back "Y" when the party or executor
      *  rows outgrew storage, so the answer may be short.
      ***************************************************************
       01 WS-PARTY-ADDRESS-REQUEST.
           05 PA-CUST-NO                  PIC 9(9).
           05 PA-AS-OF-DATE               PIC 9(7).
           05 PA-JOINT-COUNT              PIC 9(2).
           05 PA-JOINT-NAME OCCURS 3 TIMES
                                          PIC X(20).
           05 PA-CARE-OF-SWITCH           PIC X(1).
               88 PA-HAS-CARE-OF          VALUE "Y".
               88 PA-NO-CARE-OF           VALUE "N".
           05 PA-CARE-OF-ROLE             PIC X(1).
               88 PA-CARE-OF-EXECUTOR     VALUE "E".
           05 PA-CARE-OF-CUST-NO          PIC 9(9).
           05 PA-CARE-OF-NAME             PIC X(20).
           05 PA-CARE-OF-ADDRESS          PIC X(40).
           05 PA-CARE-OF-ZIP              PIC 9(9).
           05 PA-TABLE-SWITCH             PIC X(1).
               88 PA-PARTY-TABLES-FULL    VALUE "Y".
