      ***************************************************************
      *  WSOFFHST - offer history record.  OFFSEL01 adds one for
      *  every customer it puts on an offer extract, dated the run
      *  that selected them; a rerun of the same night replaces that
      *  night's selections.  OFFRSP01 matches each response that
      *  comes back to the offer the customer was sent, and counts
      *  the offers sent for the response rate.
      ***************************************************************
       01 WS-OFFER-HISTORY.
           05 OH-SELECTED-DATE            PIC 9(7).
           05 OH-OFFER-ID                 PIC X(8).
           05 OH-CUST-NO                  PIC 9(9).
           05 OH-CHANNEL                  PIC X(1).
