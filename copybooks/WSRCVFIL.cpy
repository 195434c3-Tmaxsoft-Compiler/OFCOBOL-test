      ***************************************************************
      *  WSRCVFIL - received-files register record.  INTAKE01 adds
      *  one for every feed file it is handed: the file ID from the
      *  file's header, the item count, the amount hash (the sum of
      *  the items' number fields), and a content hash (a positional
      *  hash of every item image in arrival order).  A file that
      *  matches one already taken inside the lookback window is
      *  rejected whole unless an operator has released it.  A rerun
      *  of a night replaces that night's entry for the partner.
      ***************************************************************
       01 WS-RECEIVED-FILE-RECORD.
           05 RF-RECEIVED-DATE            PIC 9(7).
           05 RF-FEED-ID                  PIC X(8).
           05 RF-PARTNER-ID               PIC X(8).
           05 RF-HEADER-ID                PIC X(9).
           05 RF-RECORD-COUNT             PIC 9(7).
           05 RF-AMOUNT-HASH              PIC 9(13).
           05 RF-CONTENT-HASH             PIC 9(9).
           05 RF-DISPOSITION              PIC X(1).
               88 RF-TAKEN                VALUE "A".
               88 RF-DUPLICATE            VALUE "D".
               88 RF-OVERRIDDEN           VALUE "O".
               88 RF-PROCESSED            VALUE "A" "O".
      *    The earlier file this one matched, for D and O.
           05 RF-MATCHED-DATE             PIC 9(7).
           05 RF-MATCHED-HEADER-ID        PIC X(9).
           05 RF-OVERRIDE-BY              PIC X(8).
           05 FILLER                      PIC X(4).
