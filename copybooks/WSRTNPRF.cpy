      ***************************************************************
      *  WSRTNPRF - partner return-file profile: the format the
      *  partner agreed to take its returns in, where the file is
      *  cut, and how many days it has to acknowledge them before
      *  the returns desk is told.  A row with a blank partner is
      *  the profile of every partner without a row of its own; a
      *  blank file name is data/partner_returns_<partner>.dat.
      ***************************************************************
       01 WS-RETURN-PROFILE-RECORD.
           05 RP-PARTNER-ID               PIC X(8).
           05 RP-FILE-FORMAT              PIC X(1).
               88 RP-FORMAT-FIXED         VALUE "F".
               88 RP-FORMAT-DELIMITED     VALUE "D".
           05 RP-ACK-DAYS                 PIC 9(3).
           05 RP-FILE-NAME                PIC X(40).
