      ***************************************************************
      *  WSLAYVER - the record layouts this program is compiled
      *  for, one entry per internal master and chain file: layout
      *  ID, layout version, and record length.  A copybook change
      *  that moves or adds a field bumps its entry here in the
      *  same change (and in data/layout_versions.dat), so every
      *  program recompiled against it carries the new version and
      *  every program not yet recompiled is refused by LAYCHK01
      *  instead of reading the file misaligned.  IMPACT01 lists
      *  the programs to recompile.
      ***************************************************************
       01 WS-LAYOUT-VERSIONS.
           05 LV-CUSNEW-LAYOUT.
               10 FILLER                  PIC X(8) VALUE "WSCUSNEW".
               10 FILLER                  PIC 9(3) VALUE 1.
               10 FILLER                  PIC 9(5) VALUE 229.
           05 LV-ACCTM-LAYOUT.
               10 FILLER                  PIC X(8) VALUE "WSACCTM".
               10 FILLER                  PIC 9(3) VALUE 1.
               10 FILLER                  PIC 9(5) VALUE 103.
           05 LV-POSTJRNL-LAYOUT.
               10 FILLER                  PIC X(8) VALUE "POSTJRNL".
               10 FILLER                  PIC 9(3) VALUE 1.
               10 FILLER                  PIC 9(5) VALUE 90.
           05 LV-INTJRNL-LAYOUT.
               10 FILLER                  PIC X(8) VALUE "INTJRNL".
               10 FILLER                  PIC 9(3) VALUE 1.
               10 FILLER                  PIC 9(5) VALUE 90.
           05 LV-SUSPEN-LAYOUT.
               10 FILLER                  PIC X(8) VALUE "WSSUSPEN".
               10 FILLER                  PIC 9(3) VALUE 1.
               10 FILLER                  PIC 9(5) VALUE 61.
           05 LV-AUDTRAIL-LAYOUT.
               10 FILLER                  PIC X(8) VALUE "AUDTRAIL".
               10 FILLER                  PIC 9(3) VALUE 1.
               10 FILLER                  PIC 9(5) VALUE 60.
