      ***************************************************************
      *  WSLATEIT - one item received after its cut-off.  INTAKE01
      *  writes the item to the late-held file, to wait for the
      *  night of its business date; the late-arrivals report is
      *  cut from the items that arrived on the run date.  The
      *  record image is the item as the partner sent it, before
      *  translation, scrub, or edit - those run on the night it is
      *  released.  A released item stays on file, stamped with the
      *  night it went through, until the following night, so a
      *  rerun of the release night takes it through again.
      ***************************************************************
       01 WS-LATE-ITEM-RECORD.
      *    The night the item arrived.
           05 LA-RUN-DATE                 PIC 9(7).
           05 LA-FEED-ID                  PIC X(8).
           05 LA-PARTNER-ID               PIC X(8).
           05 LA-RECEIVED-DATE            PIC 9(7).
           05 LA-RECEIVED-TIME            PIC 9(6).
           05 LA-CUTOFF-HHMM              PIC 9(4).
      *    The night it is tonight's business.
           05 LA-BUSINESS-DATE            PIC 9(7).
           05 LA-RECORD-IMAGE             PIC X(13).
           05 LA-RELEASED-DATE            PIC 9(7).
               88 LA-STILL-HELD           VALUE 0.
           05 FILLER                      PIC X(13).
