      ***************************************************************
      *  WSCUTOFF - published intake cut-off time, by feed and
      *  partner.  An item received after its cut-off on the run
      *  date (or on any later date) is not tonight's business: it
      *  is stamped with the next business date and held for that
      *  night's run.  A row with a blank partner is the feed's
      *  cut-off for every partner without a row of its own; a feed
      *  with no row at all has no cut-off.
      ***************************************************************
       01 WS-CUTOFF-RECORD.
           05 CO-FEED-ID                  PIC X(8).
           05 CO-PARTNER-ID               PIC X(8).
           05 CO-CUTOFF-HHMM              PIC 9(4).
