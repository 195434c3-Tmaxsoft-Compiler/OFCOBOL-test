      ***************************************************************
      *  WSLAYCHK - request record for the LAYCHK01 layout-version
      *  service.  Every internal master and chain file - customer
      *  master, account master, posting and interest journals,
      *  suspense, audit trail - opens with one header record that
      *  names its layout, layout version, and record length.  A
      *  writer that cuts the file fresh asks for a STAMP and puts
      *  the returned image down as its first record; a reader
      *  asks for a CHECK against the layout it was compiled for
      *  (WSLAYVER) before it touches the file, and a file that
      *  carries another version, or no header at all, counts in
      *  LC-REFUSED-COUNT and the step is not started - a program
      *  built on an old copybook never reads a newer master
      *  misaligned again.
      ***************************************************************
       01 WS-LAYOUT-CHECK-REQUEST.
           05 LC-ACTION                   PIC X(1) VALUE "C".
               88 LC-ACTION-STAMP         VALUE "S".
               88 LC-ACTION-CHECK         VALUE "C".
           05 LC-PROGRAM-NAME             PIC X(8).
           05 LC-RUN-DATE                 PIC 9(7).
           05 LC-EXPECTED-LAYOUT.
               10 LC-LAYOUT-ID            PIC X(8).
               10 LC-LAYOUT-VERSION       PIC 9(3).
               10 LC-RECORD-LENGTH        PIC 9(5).
           05 LC-FILE-NAME                PIC X(40).
           05 LC-RESULT                   PIC X(1).
               88 LC-LAYOUT-OK            VALUE "Y".
               88 LC-FILE-ABSENT          VALUE "A".
               88 LC-LAYOUT-MISMATCH      VALUE "M".
               88 LC-NO-HEADER            VALUE "N".
               88 LC-LAYOUT-REFUSED       VALUE "M" "N".
           05 LC-REFUSED-COUNT            PIC 9(3) VALUE 0.
           05 LC-RECORD-IMAGE             PIC X(256).
           05 LC-HEADER-IMAGE REDEFINES LC-RECORD-IMAGE.
               10 LH-MARKER               PIC X(8).
                   88 LH-HEADER-RECORD    VALUE "*LAYOUT*".
               10 LH-LAYOUT-ID            PIC X(8).
               10 LH-LAYOUT-VERSION       PIC 9(3).
               10 LH-RECORD-LENGTH        PIC 9(5).
               10 LH-STAMP-DATE           PIC 9(7).
               10 LH-STAMP-PROGRAM        PIC X(8).
               10 FILLER                  PIC X(217).
