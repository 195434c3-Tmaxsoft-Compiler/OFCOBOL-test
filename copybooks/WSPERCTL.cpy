      ***************************************************************
      *  WSPERCTL - accounting-period close-control record, one per
      *  calendar month (CCYYMM).  A period is OPEN until the month-
      *  end close job MECLOS01 starts on it, CLOSING while the
      *  close is being proven, and CLOSED once every close step
      *  ran clean in order and the control totals balanced.  The
      *  posting edit POSTED01 refuses a value date that falls in a
      *  CLOSED period unless the item is a prior-period adjustment.
      *  Dates are CCYYDDD, zero until the event has happened.
      ***************************************************************
       01 WS-PERIOD-CONTROL-RECORD.
           05 PC-PERIOD                  PIC 9(6).
           05 PC-STATUS                  PIC X(7).
               88 PC-PERIOD-OPEN         VALUE "OPEN".
               88 PC-PERIOD-CLOSING      VALUE "CLOSING".
               88 PC-PERIOD-CLOSED       VALUE "CLOSED".
           05 PC-OPENED-DATE             PIC 9(7).
           05 PC-CLOSING-DATE            PIC 9(7).
           05 PC-CLOSED-DATE             PIC 9(7).
           05 PC-CLOSED-BY               PIC X(8).
