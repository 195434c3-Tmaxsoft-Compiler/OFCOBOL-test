       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMSRT01.
      ***************************************************************
      *  STMSRT01 - postal presort of the statement print stream,
      *  run after STMT01.  STMT01 prints in customer-number order,
      *  which earns nothing from the post office; the mail house
      *  qualifies a stream for presort rates when it arrives in ZIP
      *  order broken into trays and bundles.  This step re-sequences
      *  the print file by the ZIP each statement is mailed to,
      *  statement pages kept whole and in their own order, and
      *  writes a separator page wherever the mail house must start
      *  a new tray or bundle, then writes the postage manifest -
      *  pieces per ZIP-3 and rate category - the mail house bills
      *  against.  Statements are found on the print file through
      *  the mail index STMT01 writes, never by reading the wording,
      *  which is in the customer's own language.
      *
      *  Break rules, from the presort control file (defaults here
      *  when it is absent):
      *    a ZIP-5 with at least the bundle minimum of pieces makes
      *      its own 5-DIGIT bundle;
      *    the rest of a ZIP-3, if still at the bundle minimum,
      *      makes one 3-DIGIT bundle;
      *    anything left rides a MIXED bundle at the full rate;
      *    a ZIP-3 whose 5-DIGIT and 3-DIGIT bundles reach the tray
      *      minimum gets trays of its own, every other ZIP-3 goes
      *      to the mixed trays at the end of the stream;
      *    a tray that reaches the tray capacity is closed and the
      *      next piece starts a new one.
      *  Separator pages start with *** so the inserter can key on
      *  them.  The statement-count trailer STMT01 wrote stays at
      *  the end of the stream.
      *
      *  The pieces and balance hash that reach the presorted
      *  stream post as this step's consumer side of the mail
      *  index, so CTLBAL01 and the STMPRF01 proof both fail the
      *  night if the reorder lost or doubled a statement.
      *
      *  Presort control file layout:
      *    col 1-3    bundle minimum (pieces)
      *    col 4-6    tray minimum (pieces)
      *    col 7-10   tray capacity (pieces)
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESORT-CONTROL-FILE
               ASSIGN TO "data/presort_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT MAIL-INDEX-FILE
               ASSIGN TO "data/statement_mail_index.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLIDX-FILE-STATUS.
           SELECT STATEMENT-PRINT-FILE
               ASSIGN TO "data/customer_statements.prt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
           SELECT PRESORT-SORT-FILE
               ASSIGN TO "data/statement_presort_sortwk.dat".
           SELECT PRESORT-PRINT-FILE
               ASSIGN TO "data/statements_presort.prt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESORT-FILE-STATUS.
           SELECT MANIFEST-FILE
               ASSIGN TO "data/postage_manifest.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESORT-CONTROL-FILE.
       01  PRESORT-CONTROL-REC.
           02 PC-BUNDLE-MINIMUM          PIC 9(3).
           02 PC-TRAY-MINIMUM            PIC 9(3).
           02 PC-TRAY-CAPACITY           PIC 9(4).

       FD  MAIL-INDEX-FILE.
       COPY WSSTMIDX.

       FD  STATEMENT-PRINT-FILE.
       01  STATEMENT-PRINT-REC           PIC X(90).

       SD  PRESORT-SORT-FILE.
       01  PRESORT-SORT-REC.
           05 PS-TRAY-GROUP              PIC X(3).
           05 PS-CATEGORY-RANK           PIC 9(1).
           05 PS-MAIL-ZIP.
               10 PS-ZIP3                PIC 9(3).
               10 PS-ZIP-REST            PIC 9(6).
           05 PS-CUST-NO                 PIC 9(9).
           05 PS-LINE-SEQ                PIC 9(7).
           05 PS-PIECE-START             PIC X(1).
           05 PS-SHEET-COUNT             PIC 9(3).
           05 PS-BALANCE                 PIC 9(9)V99.
           05 PS-PRINT-LINE              PIC X(90).

       FD  PRESORT-PRINT-FILE.
       01  PRESORT-PRINT-REC             PIC X(90).

       FD  MANIFEST-FILE.
       01  MANIFEST-REC                  PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILE-STATUS         PIC XX.
       01 WS-MLIDX-FILE-STATUS           PIC XX.
       01 WS-PRINT-FILE-STATUS           PIC XX.
       01 WS-PRESORT-FILE-STATUS         PIC XX.
       01 WS-MANIFEST-FILE-STATUS        PIC XX.
       01 WS-SORT-RETURN                 PIC XX.
      *
      *  Break rules, defaulted here and replaced by the control
      *  file when it is present.
      *
       01 WS-PRESORT-RULES.
           05 WS-BUNDLE-MINIMUM          PIC 9(3) VALUE 10.
           05 WS-TRAY-MINIMUM            PIC 9(3) VALUE 150.
           05 WS-TRAY-CAPACITY           PIC 9(4) VALUE 500.
      *
      *  Pieces per ZIP-5 from the mail index.  A ZIP-5 that finds
      *  no room here simply never makes a 5-DIGIT bundle - it
      *  mails at a dearer rate, never goes missing.
      *
       01 WS-ZIP5-TABLE.
           05 WS-ZIP5-COUNT              PIC 9(4) VALUE 0.
           05 WS-ZIP5-ENTRY OCCURS 5000 TIMES INDEXED BY Z5-IDX.
               10 WS-Z5-ZIP              PIC 9(5).
               10 WS-Z5-PIECES           PIC 9(5).
      *
      *  One entry per possible ZIP-3, entry n holding ZIP-3 n-1,
      *  so the manifest comes out in ZIP-3 order for nothing.
      *
       01 WS-ZIP3-TABLE.
           05 WS-ZIP3-ENTRY OCCURS 1000 TIMES.
               10 WS-Z3-PIECES           PIC 9(5).
               10 WS-Z3-5DIGIT-PIECES    PIC 9(5).
               10 WS-Z3-TRAY-SWITCH      PIC X(1).
                   88 WS-Z3-OWN-TRAY     VALUE "Y".
               10 WS-Z3-MAN-5DIGIT       PIC 9(5).
               10 WS-Z3-MAN-3DIGIT       PIC 9(5).
               10 WS-Z3-MAN-MIXED        PIC 9(5).
               10 WS-Z3-MAN-SHEETS       PIC 9(6).
       01 WS-ZIP3-SUB                    PIC 9(4).
       01 WS-ZIP3-DISPLAY                PIC 9(3).
       01 WS-ZIP5-WORK                   PIC 9(5).
       01 WS-ZIP5-PIECES                 PIC 9(5).
       01 WS-RESIDUAL-PIECES             PIC 9(5).
       01 WS-BUNDLED-PIECES              PIC 9(5).
       01 WS-FOUND-SWITCH                PIC X(1).
           88 WS-ZIP5-FOUND              VALUE "Y".
       01 WS-INDEX-EOF-SWITCH            PIC X(1) VALUE "N".
           88 WS-INDEX-EOF               VALUE "Y".
      *
      *  The statement being released and the last print line that
      *  belongs to it; lines past the last statement are the
      *  STMT01 trailer.
      *
       01 WS-PRINT-LINE-NO               PIC 9(7) VALUE 0.
       01 WS-PIECE-LAST-LINE             PIC 9(7) VALUE 0.
       01 WS-PIECE-TRAY-GROUP            PIC X(3).
       01 WS-PIECE-CATEGORY-RANK         PIC 9(1).
       01 WS-PIECE-MAIL-ZIP              PIC 9(9).
       01 WS-PIECE-MAIL-ZIP-R REDEFINES WS-PIECE-MAIL-ZIP.
           05 WS-PIECE-ZIP3              PIC 9(3).
           05 WS-PIECE-ZIP-REST          PIC 9(6).
       01 WS-PIECE-CUST-NO               PIC 9(9).
       01 WS-PIECE-SHEETS                PIC 9(3).
       01 WS-PIECE-BALANCE               PIC 9(9)V99.
       01 WS-PIECE-FIRST-SWITCH          PIC X(1).
      *
      *  Tray and bundle state on the way out.
      *
       01 WS-TRAY-GROUP                  PIC X(3) VALUE LOW-VALUES.
       01 WS-TRAY-PIECES                 PIC 9(4) VALUE 0.
       01 WS-BUNDLE-KEY                  PIC X(6) VALUE LOW-VALUES.
       01 WS-NEW-BUNDLE-KEY.
           05 WS-NEW-BUNDLE-RANK         PIC 9(1).
           05 WS-NEW-BUNDLE-ZIP          PIC X(5).
       01 WS-TRAY-NO                     PIC 9(5) VALUE 0.
       01 WS-BUNDLE-NO                   PIC 9(5) VALUE 0.
       01 WS-SEPARATOR-LABEL             PIC X(16).
       01 WS-INDEX-PIECES                PIC 9(7) VALUE 0.
       01 WS-PIECES-PRESORTED            PIC 9(7) VALUE 0.
       01 WS-SHEETS-PRESORTED            PIC 9(7) VALUE 0.
       01 WS-PRESORT-BALANCE-HASH        PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-5DIGIT                PIC 9(5) VALUE 0.
       01 WS-TOTAL-3DIGIT                PIC 9(5) VALUE 0.
       01 WS-TOTAL-MIXED                 PIC 9(5) VALUE 0.
       01 WS-ZIP3-TOTAL                  PIC 9(5).
       COPY WSCTLTOT.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       STMSRT01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "STMSRT01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           INITIALIZE WS-ZIP3-TABLE.
           PERFORM LOAD-PRESORT-CONTROL.
           PERFORM TALLY-MAIL-INDEX.
           PERFORM JUDGE-BUNDLES-AND-TRAYS.

           SORT PRESORT-SORT-FILE
               ON ASCENDING KEY PS-TRAY-GROUP
                                PS-CATEGORY-RANK
                                PS-MAIL-ZIP
                                PS-CUST-NO
                                PS-LINE-SEQ
               INPUT PROCEDURE IS RELEASE-PRINT-STREAM
               OUTPUT PROCEDURE IS WRITE-PRESORTED-STREAM.

           PERFORM WRITE-POSTAGE-MANIFEST.
           PERFORM POST-CONSUMER-TOTALS.

           DISPLAY "STMSRT01: PIECES=" WS-PIECES-PRESORTED
               " SHEETS=" WS-SHEETS-PRESORTED
               " TRAYS=" WS-TRAY-NO
               " BUNDLES=" WS-BUNDLE-NO.

           MOVE WS-PIECES-PRESORTED TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           GOBACK.

       LOAD-PRESORT-CONTROL.
           OPEN INPUT PRESORT-CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               READ PRESORT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-PRESORT-CONTROL
               END-READ
               CLOSE PRESORT-CONTROL-FILE
           END-IF.

       TAKE-PRESORT-CONTROL.
           IF PRESORT-CONTROL-REC (1:10) NUMERIC
                   AND PC-BUNDLE-MINIMUM > 0
                   AND PC-TRAY-CAPACITY > 0
               MOVE PC-BUNDLE-MINIMUM TO WS-BUNDLE-MINIMUM
               MOVE PC-TRAY-MINIMUM TO WS-TRAY-MINIMUM
               MOVE PC-TRAY-CAPACITY TO WS-TRAY-CAPACITY
           END-IF.

      ***************************************************************
      *  First pass over the mail index: pieces per ZIP-5 and per
      *  ZIP-3, so every break can be judged before a line moves.
      ***************************************************************
       TALLY-MAIL-INDEX.
           OPEN INPUT MAIL-INDEX-FILE.
           IF WS-MLIDX-FILE-STATUS = "00"
               PERFORM UNTIL WS-MLIDX-FILE-STATUS = "10"
                   READ MAIL-INDEX-FILE
                       AT END
                           MOVE "10" TO WS-MLIDX-FILE-STATUS
                       NOT AT END
                           PERFORM TALLY-ONE-PIECE
                   END-READ
               END-PERFORM
               CLOSE MAIL-INDEX-FILE
           END-IF.

       TALLY-ONE-PIECE.
           ADD 1 TO WS-INDEX-PIECES.
           COMPUTE WS-ZIP3-SUB = SX-MAIL-ZIP3 + 1.
           ADD 1 TO WS-Z3-PIECES (WS-ZIP3-SUB).
           MOVE SX-MAIL-ZIP (1:5) TO WS-ZIP5-WORK.
           PERFORM FIND-ZIP5.
           IF WS-ZIP5-FOUND
               ADD 1 TO WS-Z5-PIECES (Z5-IDX)
           ELSE
               IF WS-ZIP5-COUNT < 5000
                   ADD 1 TO WS-ZIP5-COUNT
                   SET Z5-IDX TO WS-ZIP5-COUNT
                   MOVE WS-ZIP5-WORK TO WS-Z5-ZIP (Z5-IDX)
                   MOVE 1 TO WS-Z5-PIECES (Z5-IDX)
               END-IF
           END-IF.

       FIND-ZIP5.
           MOVE "N" TO WS-FOUND-SWITCH.
           SET Z5-IDX TO 1.
           SEARCH WS-ZIP5-ENTRY
               AT END
                   CONTINUE
               WHEN Z5-IDX > WS-ZIP5-COUNT
                   CONTINUE
               WHEN WS-Z5-ZIP (Z5-IDX) = WS-ZIP5-WORK
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-SEARCH.

      ***************************************************************
      *  The 5-DIGIT bundles come out of each ZIP-3 first; what is
      *  left either makes a 3-DIGIT bundle or goes MIXED, and the
      *  ZIP-3 earns its own trays when its bundled pieces reach
      *  the tray minimum.
      ***************************************************************
       JUDGE-BUNDLES-AND-TRAYS.
           PERFORM VARYING Z5-IDX FROM 1 BY 1
                   UNTIL Z5-IDX > WS-ZIP5-COUNT
               IF WS-Z5-PIECES (Z5-IDX) >= WS-BUNDLE-MINIMUM
                   MOVE WS-Z5-ZIP (Z5-IDX) TO WS-ZIP5-WORK
                   COMPUTE WS-ZIP3-SUB = WS-ZIP5-WORK / 100 + 1
                   ADD WS-Z5-PIECES (Z5-IDX)
                       TO WS-Z3-5DIGIT-PIECES (WS-ZIP3-SUB)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-ZIP3-SUB FROM 1 BY 1
                   UNTIL WS-ZIP3-SUB > 1000
               MOVE "N" TO WS-Z3-TRAY-SWITCH (WS-ZIP3-SUB)
               COMPUTE WS-RESIDUAL-PIECES =
                   WS-Z3-PIECES (WS-ZIP3-SUB)
                   - WS-Z3-5DIGIT-PIECES (WS-ZIP3-SUB)
               MOVE WS-Z3-5DIGIT-PIECES (WS-ZIP3-SUB)
                   TO WS-BUNDLED-PIECES
               IF WS-RESIDUAL-PIECES >= WS-BUNDLE-MINIMUM
                   ADD WS-RESIDUAL-PIECES TO WS-BUNDLED-PIECES
               END-IF
               IF WS-BUNDLED-PIECES > 0
                       AND WS-BUNDLED-PIECES >= WS-TRAY-MINIMUM
                   MOVE "Y" TO WS-Z3-TRAY-SWITCH (WS-ZIP3-SUB)
               END-IF
           END-PERFORM.

      ***************************************************************
      *  The print file and the mail index are read side by side:
      *  a print line at an index record's first line starts that
      *  statement, and its lines carry the statement's sort key so
      *  the pages travel together.  Lines past the last statement
      *  sort to the very end.
      ***************************************************************
       RELEASE-PRINT-STREAM.
           OPEN INPUT MAIL-INDEX-FILE.
           IF WS-MLIDX-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-INDEX-EOF-SWITCH
           ELSE
               PERFORM READ-NEXT-INDEX
           END-IF.
           OPEN INPUT STATEMENT-PRINT-FILE.
           IF WS-PRINT-FILE-STATUS = "00"
               PERFORM UNTIL WS-PRINT-FILE-STATUS = "10"
                   READ STATEMENT-PRINT-FILE
                       AT END
                           MOVE "10" TO WS-PRINT-FILE-STATUS
                       NOT AT END
                           PERFORM RELEASE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE STATEMENT-PRINT-FILE
           END-IF.
           IF WS-MLIDX-FILE-STATUS NOT = "35"
               CLOSE MAIL-INDEX-FILE
           END-IF.

       READ-NEXT-INDEX.
           READ MAIL-INDEX-FILE
               AT END
                   MOVE "Y" TO WS-INDEX-EOF-SWITCH
           END-READ.

       RELEASE-ONE-LINE.
           ADD 1 TO WS-PRINT-LINE-NO.
      *    An index record pointing behind the current line can
      *    never be matched; it is passed over and the shortfall
      *    shows in the control totals.
           PERFORM UNTIL WS-INDEX-EOF
                   OR SX-FIRST-LINE >= WS-PRINT-LINE-NO
               PERFORM READ-NEXT-INDEX
           END-PERFORM.
           MOVE "N" TO WS-PIECE-FIRST-SWITCH.
           IF NOT WS-INDEX-EOF
                   AND SX-FIRST-LINE = WS-PRINT-LINE-NO
               PERFORM START-INDEXED-PIECE
               PERFORM READ-NEXT-INDEX
           END-IF.
           IF WS-PRINT-LINE-NO <= WS-PIECE-LAST-LINE
               MOVE WS-PIECE-TRAY-GROUP TO PS-TRAY-GROUP
               MOVE WS-PIECE-CATEGORY-RANK TO PS-CATEGORY-RANK
               MOVE WS-PIECE-MAIL-ZIP TO PS-MAIL-ZIP
               MOVE WS-PIECE-CUST-NO TO PS-CUST-NO
               MOVE WS-PIECE-SHEETS TO PS-SHEET-COUNT
               MOVE WS-PIECE-BALANCE TO PS-BALANCE
           ELSE
               MOVE HIGH-VALUES TO PS-TRAY-GROUP
               MOVE 9 TO PS-CATEGORY-RANK
               MOVE ZERO TO PS-MAIL-ZIP
               MOVE ZERO TO PS-CUST-NO
               MOVE ZERO TO PS-SHEET-COUNT
               MOVE ZERO TO PS-BALANCE
           END-IF.
           MOVE WS-PIECE-FIRST-SWITCH TO PS-PIECE-START.
           MOVE WS-PRINT-LINE-NO TO PS-LINE-SEQ.
           MOVE STATEMENT-PRINT-REC TO PS-PRINT-LINE.
           RELEASE PRESORT-SORT-REC.

      ***************************************************************
      *  Rate category by bundle: 1 5-DIGIT, 2 3-DIGIT, 3 MIXED.
      *  The tray group is the ZIP-3 itself for a ZIP-3 with trays
      *  of its own, MXD (after every ZIP-3) for the mixed trays.
      ***************************************************************
       START-INDEXED-PIECE.
           MOVE "Y" TO WS-PIECE-FIRST-SWITCH.
           COMPUTE WS-PIECE-LAST-LINE =
               SX-FIRST-LINE + SX-LINE-COUNT - 1.
           MOVE SX-MAIL-ZIP TO WS-PIECE-MAIL-ZIP.
           MOVE SX-CUST-NO TO WS-PIECE-CUST-NO.
           MOVE SX-SHEET-COUNT TO WS-PIECE-SHEETS.
           MOVE SX-BALANCE TO WS-PIECE-BALANCE.
           COMPUTE WS-ZIP3-SUB = SX-MAIL-ZIP3 + 1.
           MOVE SX-MAIL-ZIP (1:5) TO WS-ZIP5-WORK.
           PERFORM FIND-ZIP5.
           MOVE 0 TO WS-ZIP5-PIECES.
           IF WS-ZIP5-FOUND
               MOVE WS-Z5-PIECES (Z5-IDX) TO WS-ZIP5-PIECES
           END-IF.
           COMPUTE WS-RESIDUAL-PIECES =
               WS-Z3-PIECES (WS-ZIP3-SUB)
               - WS-Z3-5DIGIT-PIECES (WS-ZIP3-SUB).
           EVALUATE TRUE
               WHEN WS-ZIP5-PIECES >= WS-BUNDLE-MINIMUM
                   MOVE 1 TO WS-PIECE-CATEGORY-RANK
               WHEN WS-RESIDUAL-PIECES >= WS-BUNDLE-MINIMUM
                   MOVE 2 TO WS-PIECE-CATEGORY-RANK
               WHEN OTHER
                   MOVE 3 TO WS-PIECE-CATEGORY-RANK
           END-EVALUATE.
           IF WS-Z3-OWN-TRAY (WS-ZIP3-SUB)
               MOVE WS-PIECE-ZIP3 TO WS-PIECE-TRAY-GROUP
           ELSE
               MOVE "MXD" TO WS-PIECE-TRAY-GROUP
           END-IF.

       WRITE-PRESORTED-STREAM.
           OPEN OUTPUT PRESORT-PRINT-FILE.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN PRESORT-SORT-FILE
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       PERFORM TAKE-SORTED-LINE
               END-RETURN
           END-PERFORM.
           CLOSE PRESORT-PRINT-FILE.

       TAKE-SORTED-LINE.
           IF PS-CATEGORY-RANK NOT = 9
                   AND PS-PIECE-START = "Y"
               PERFORM START-SORTED-PIECE
           END-IF.
           WRITE PRESORT-PRINT-REC FROM PS-PRINT-LINE.

      ***************************************************************
      *  Breaks are taken only where a statement starts, so no
      *  statement is ever split across a tray or bundle.
      ***************************************************************
       START-SORTED-PIECE.
           IF PS-TRAY-GROUP NOT = WS-TRAY-GROUP
                   OR WS-TRAY-PIECES >= WS-TRAY-CAPACITY
               PERFORM WRITE-TRAY-SEPARATOR
           END-IF.
           MOVE PS-CATEGORY-RANK TO WS-NEW-BUNDLE-RANK.
           EVALUATE PS-CATEGORY-RANK
               WHEN 1
                   MOVE PS-MAIL-ZIP (1:5) TO WS-NEW-BUNDLE-ZIP
               WHEN 2
                   MOVE PS-MAIL-ZIP (1:3) TO WS-NEW-BUNDLE-ZIP
               WHEN OTHER
                   MOVE SPACES TO WS-NEW-BUNDLE-ZIP
           END-EVALUATE.
           IF WS-NEW-BUNDLE-KEY NOT = WS-BUNDLE-KEY
               PERFORM WRITE-BUNDLE-SEPARATOR
           END-IF.
           ADD 1 TO WS-TRAY-PIECES.
           ADD 1 TO WS-PIECES-PRESORTED.
           ADD PS-SHEET-COUNT TO WS-SHEETS-PRESORTED.
           ADD PS-BALANCE TO WS-PRESORT-BALANCE-HASH.
           COMPUTE WS-ZIP3-SUB = PS-ZIP3 + 1.
           ADD PS-SHEET-COUNT TO WS-Z3-MAN-SHEETS (WS-ZIP3-SUB).
           EVALUATE PS-CATEGORY-RANK
               WHEN 1
                   ADD 1 TO WS-Z3-MAN-5DIGIT (WS-ZIP3-SUB)
                   ADD 1 TO WS-TOTAL-5DIGIT
               WHEN 2
                   ADD 1 TO WS-Z3-MAN-3DIGIT (WS-ZIP3-SUB)
                   ADD 1 TO WS-TOTAL-3DIGIT
               WHEN OTHER
                   ADD 1 TO WS-Z3-MAN-MIXED (WS-ZIP3-SUB)
                   ADD 1 TO WS-TOTAL-MIXED
           END-EVALUATE.

      ***************************************************************
      *  A separator page is its marker line and a blank line, the
      *  same two lines a statement page heading takes.  A new tray
      *  always opens a new bundle.
      ***************************************************************
       WRITE-TRAY-SEPARATOR.
           ADD 1 TO WS-TRAY-NO.
           MOVE 0 TO WS-TRAY-PIECES.
           MOVE PS-TRAY-GROUP TO WS-TRAY-GROUP.
           MOVE LOW-VALUES TO WS-BUNDLE-KEY.
           MOVE SPACES TO WS-SEPARATOR-LABEL.
           IF PS-TRAY-GROUP = "MXD"
               MOVE "MIXED" TO WS-SEPARATOR-LABEL
           ELSE
               STRING "3-DIGIT " PS-TRAY-GROUP
                   DELIMITED BY SIZE INTO WS-SEPARATOR-LABEL
           END-IF.
           MOVE SPACES TO PRESORT-PRINT-REC.
           STRING "*** TRAY " WS-TRAY-NO " ***  "
                   WS-SEPARATOR-LABEL
               DELIMITED BY SIZE INTO PRESORT-PRINT-REC.
           WRITE PRESORT-PRINT-REC.
           MOVE SPACES TO PRESORT-PRINT-REC.
           WRITE PRESORT-PRINT-REC.

       WRITE-BUNDLE-SEPARATOR.
           ADD 1 TO WS-BUNDLE-NO.
           MOVE WS-NEW-BUNDLE-KEY TO WS-BUNDLE-KEY.
           MOVE SPACES TO WS-SEPARATOR-LABEL.
           EVALUATE WS-NEW-BUNDLE-RANK
               WHEN 1
                   STRING "5-DIGIT " WS-NEW-BUNDLE-ZIP
                       DELIMITED BY SIZE INTO WS-SEPARATOR-LABEL
               WHEN 2
                   STRING "3-DIGIT " WS-NEW-BUNDLE-ZIP
                       DELIMITED BY SIZE INTO WS-SEPARATOR-LABEL
               WHEN OTHER
                   MOVE "MIXED" TO WS-SEPARATOR-LABEL
           END-EVALUATE.
           MOVE SPACES TO PRESORT-PRINT-REC.
           STRING "*** BUNDLE " WS-BUNDLE-NO " ***  TRAY "
                   WS-TRAY-NO "  " WS-SEPARATOR-LABEL
               DELIMITED BY SIZE INTO PRESORT-PRINT-REC.
           WRITE PRESORT-PRINT-REC.
           MOVE SPACES TO PRESORT-PRINT-REC.
           WRITE PRESORT-PRINT-REC.

      ***************************************************************
      *  The manifest the mail house bills against: pieces per
      *  ZIP-3 in each rate category as they actually went into the
      *  presorted stream, with the sheets, trays and bundles.  A
      *  piece on the mail index that never reached the stream is
      *  reported and logged here as well as failing the totals.
      ***************************************************************
       WRITE-POSTAGE-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE.
           MOVE SPACES TO MANIFEST-REC.
           STRING "POSTAGE MANIFEST  DATE " WS-RUN-CCYYDDD
                   "  STATEMENT PRESORT"
               DELIMITED BY SIZE INTO MANIFEST-REC.
           WRITE MANIFEST-REC.
           MOVE SPACES TO MANIFEST-REC.
           STRING "BUNDLE MINIMUM=" WS-BUNDLE-MINIMUM
                   "  TRAY MINIMUM=" WS-TRAY-MINIMUM
                   "  TRAY CAPACITY=" WS-TRAY-CAPACITY
               DELIMITED BY SIZE INTO MANIFEST-REC.
           WRITE MANIFEST-REC.
           MOVE SPACES TO MANIFEST-REC.
           MOVE "ZIP-3  5-DIGIT  3-DIGIT    MIXED    TOTAL   SHEETS"
               TO MANIFEST-REC.
           WRITE MANIFEST-REC.
           PERFORM VARYING WS-ZIP3-SUB FROM 1 BY 1
                   UNTIL WS-ZIP3-SUB > 1000
               COMPUTE WS-ZIP3-TOTAL =
                   WS-Z3-MAN-5DIGIT (WS-ZIP3-SUB)
                   + WS-Z3-MAN-3DIGIT (WS-ZIP3-SUB)
                   + WS-Z3-MAN-MIXED (WS-ZIP3-SUB)
               IF WS-ZIP3-TOTAL > 0
                   PERFORM WRITE-MANIFEST-ZIP3
               END-IF
           END-PERFORM.
           MOVE SPACES TO MANIFEST-REC.
           STRING "TOTAL    " WS-TOTAL-5DIGIT
                   "    " WS-TOTAL-3DIGIT
                   "    " WS-TOTAL-MIXED
                   "  " WS-PIECES-PRESORTED
                   "  " WS-SHEETS-PRESORTED
               DELIMITED BY SIZE INTO MANIFEST-REC.
           WRITE MANIFEST-REC.
           MOVE SPACES TO MANIFEST-REC.
           STRING "TRAYS=" WS-TRAY-NO
                   " BUNDLES=" WS-BUNDLE-NO
                   " PIECES ON INDEX=" WS-INDEX-PIECES
               DELIMITED BY SIZE INTO MANIFEST-REC.
           WRITE MANIFEST-REC.
           IF WS-PIECES-PRESORTED NOT = WS-INDEX-PIECES
               MOVE SPACES TO MANIFEST-REC
               MOVE "PRESORTED PIECES DO NOT AGREE WITH MAIL INDEX"
                   TO MANIFEST-REC
               WRITE MANIFEST-REC
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "STMSRT01" TO ER-JOB-STEP
               MOVE "PSRT" TO ER-ERROR-CODE
               MOVE "PRESORT LOST STATEMENTS FROM PRINT FILE"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE MANIFEST-FILE.

       WRITE-MANIFEST-ZIP3.
           COMPUTE WS-ZIP3-DISPLAY = WS-ZIP3-SUB - 1.
           MOVE SPACES TO MANIFEST-REC.
           STRING "  " WS-ZIP3-DISPLAY
                   "    " WS-Z3-MAN-5DIGIT (WS-ZIP3-SUB)
                   "    " WS-Z3-MAN-3DIGIT (WS-ZIP3-SUB)
                   "    " WS-Z3-MAN-MIXED (WS-ZIP3-SUB)
                   "    " WS-ZIP3-TOTAL
                   "   " WS-Z3-MAN-SHEETS (WS-ZIP3-SUB)
               DELIMITED BY SIZE INTO MANIFEST-REC.
           WRITE MANIFEST-REC.

      ***************************************************************
      *  What reached the presorted stream is this step's consumer
      *  side of STMT01's mail index.
      ***************************************************************
       POST-CONSUMER-TOTALS.
           MOVE WS-RUN-CCYYDDD TO CT-RUN-DATE.
           MOVE "STMSRT01" TO CT-STEP-NAME.
           SET CT-ROLE-CONSUMER TO TRUE.
           MOVE "data/statement_mail_index.dat" TO CT-FILE-NAME.
           MOVE WS-PIECES-PRESORTED TO CT-RECORD-COUNT.
           MOVE WS-PRESORT-BALANCE-HASH TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.
       END PROGRAM STMSRT01.
