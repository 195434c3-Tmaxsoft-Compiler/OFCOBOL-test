      *  reports every program, overlay relationship, and data file
      *  a change to that field would touch - before the change is
      *  approved, instead of grepping source by hand afterward.
      *  Where the copybook is one of the versioned layouts in
      *  data/layout_versions.dat, the version history is listed
      *  and every program on the inventory is marked for recompile
      *  against the current version: LAYCHK01 refuses any of them
      *  still compiled for an older one.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "data/redefines_xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT LAYOUT-REGISTER-FILE
               ASSIGN TO "data/layout_versions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
           SELECT IMPACT-REPORT-FILE
               ASSIGN TO "data/impact_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           02 CB-DATA-FILE               PIC X(36).
       FD  XREF-FILE.
       01  XREF-FILE-REC                 PIC X(80).
       FD  LAYOUT-REGISTER-FILE.
       01  LAYOUT-REGISTER-REC.
           02 LR-LAYOUT-ID               PIC X(8).
           02 LR-LAYOUT-VERSION          PIC 9(3).
           02 LR-RECORD-LENGTH           PIC 9(5).
           02 LR-EFFECTIVE-DATE          PIC 9(7).
           02 LR-DESCRIPTION             PIC X(40).
       FD  IMPACT-REPORT-FILE.
       01  IMPACT-REPORT-REC             PIC X(90).

       01 WS-INVENTORY-FILE-STATUS      PIC XX.
       01 WS-XREF-FILE-STATUS            PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-REGISTER-FILE-STATUS        PIC XX.
       01 WS-CURRENT-VERSION             PIC 9(3) VALUE 0.
       01 WS-RECOMPILE-HIT               PIC 9(3) VALUE 0.
       01 WS-TARGET-FIELD                PIC X(15).
       01 WS-TARGET-COPYBOOK             PIC X(8).
       01 WS-PROGRAMS-HIT                PIC 9(3) VALUE 0.
               DELIMITED BY SIZE INTO IMPACT-REPORT-REC.
           WRITE IMPACT-REPORT-REC.

           PERFORM REPORT-LAYOUT-VERSIONS.
           PERFORM REPORT-PROGRAMS-AND-FILES.
           PERFORM REPORT-OVERLAYS.
           PERFORM WRITE-IMPACT-SUMMARY.

           DISPLAY "IMPACT01: PROGRAMS=" WS-PROGRAMS-HIT
               " FILES=" WS-FILES-HIT
               " OVERLAYS=" WS-OVERLAYS-HIT
               " RECOMPILE=" WS-RECOMPILE-HIT.

           MOVE WS-PROGRAMS-HIT TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
                                       CB-PROGRAM-NAME
                                   DELIMITED BY SIZE
                                   INTO IMPACT-REPORT-REC
                               IF WS-CURRENT-VERSION > 0
                                   ADD 1 TO WS-RECOMPILE-HIT
                                   MOVE "RECOMPILE FOR V"
                                       TO IMPACT-REPORT-REC (25:15)
                                   MOVE WS-CURRENT-VERSION
                                       TO IMPACT-REPORT-REC (40:3)
                               END-IF
                               WRITE IMPACT-REPORT-REC
                               IF CB-DATA-FILE NOT = SPACES
                                   ADD 1 TO WS-FILES-HIT
               CLOSE COPYBOOK-INVENTORY-FILE
           END-IF.

      ***************************************************************
      *  A versioned layout lists every version it has been through;
      *  the highest is the one every program on the inventory must
      *  be compiled for before it may read the file again.
      ***************************************************************
       REPORT-LAYOUT-VERSIONS.
           MOVE 0 TO WS-CURRENT-VERSION.
           OPEN INPUT LAYOUT-REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-REGISTER-FILE-STATUS = "10"
                   READ LAYOUT-REGISTER-FILE
                       AT END
                           MOVE "10" TO WS-REGISTER-FILE-STATUS
                       NOT AT END
                           IF LR-LAYOUT-ID = WS-TARGET-COPYBOOK
                               MOVE SPACES TO IMPACT-REPORT-REC
                               STRING "  LAYOUT V" LR-LAYOUT-VERSION
                                       " LENGTH " LR-RECORD-LENGTH
                                       " FROM " LR-EFFECTIVE-DATE
                                       " " LR-DESCRIPTION
                                   DELIMITED BY SIZE
                                   INTO IMPACT-REPORT-REC
                               WRITE IMPACT-REPORT-REC
                               IF LR-LAYOUT-VERSION
                                       > WS-CURRENT-VERSION
                                   MOVE LR-LAYOUT-VERSION
                                       TO WS-CURRENT-VERSION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAYOUT-REGISTER-FILE
           END-IF.

      ***************************************************************
      *  The WSXREFTB relationships catch what the inventory alone
      *  cannot: a field that RENAMES or REDEFINES the target (or
           STRING "TOUCHES PROGRAMS=" WS-PROGRAMS-HIT
                   " DATA FILES=" WS-FILES-HIT
                   " OVERLAYS=" WS-OVERLAYS-HIT
                   " RECOMPILE=" WS-RECOMPILE-HIT
               DELIMITED BY SIZE INTO IMPACT-REPORT-REC.
           WRITE IMPACT-REPORT-REC.
       END PROGRAM IMPACT01.
