      *  DUPCHK01 - duplicate-payment detection, run between the
      *  POSTED01 edit pass and the POSTAP01 posting pass.  Each
      *  clean balance transaction is matched on customer number,
      *  type code, amount, and the currency it was sent in against
      *  the rolling window of recently posted items this job
      *  maintains (window days from the control file, seven by
      *  default) - the same figure in another currency is another
      *  payment, not a repeat.  A hit is held on the duplicate
      *  review file with its matching prior item instead of
      *  posting, everything else passes through and joins the
      *  rolling window stamped with tonight's date.  The review
      *  report shows each held item beside its prior posting so
      *  the desk can re-feed genuine repeats through the normal
      *  file incident stops costing a reconstruction.  A re-fed
      *  repeat would match the same unexpired window entry again,
      *  so the desk files a one-shot release (customer, type,
      *  amount, currency) on the release file; the item passes the
      *  screen once and the release is spent.  A window entry or
      *  release written before the currency was carried reads as
      *  a blank currency.
      *  Nothing is held in memory across items: the window, the
      *  releases, and tonight's items are sorted together on
      *  customer, type, amount, and currency so each match group
      *  is judged on its own, and a second sort puts the outcomes
      *  back in file order - nightly volume is bounded only by
      *  the files.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "data/dup_review_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT DUP-OUTCOME-WORK
               ASSIGN TO "data/dup_outcome_wrk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTCOME-FILE-STATUS.
           SELECT DUP-MATCH-SORT
               ASSIGN TO "data/dup_match_sortwk.dat".
           SELECT DUP-ORDER-SORT
               ASSIGN TO "data/dup_order_sortwk.dat".

       DATA DIVISION.
       FILE SECTION.
       FD  CLEAN-TXN-IN.
       01  CLEAN-TXN-IN-REC              PIC X(67).

       FD  CLEAN-TXN-WORK.
       01  CLEAN-TXN-WORK-REC            PIC X(67).

       FD  CLEAN-TXN-OUT.
       01  CLEAN-TXN-OUT-REC             PIC X(67).

       FD  RECENT-POSTINGS-IN.
       01  RECENT-POSTINGS-IN-REC.
           02 RP-TYPE-CODE               PIC X(2).
           02 RP-AMOUNT                  PIC 9(7)V99.
           02 RP-POST-DATE               PIC 9(7).
           02 RP-CURRENCY-CODE           PIC X(3).

       FD  RECENT-POSTINGS-OUT.
       01  RECENT-POSTINGS-OUT-REC      PIC X(30).

       FD  WINDOW-CONTROL-FILE.
       01  WINDOW-CONTROL-REC.
           02 DW-WINDOW-DAYS             PIC 9(3).

       FD  DUP-REVIEW-FILE.
       01  DUP-REVIEW-REC                PIC X(67).

       FD  DUP-RELEASE-IN.
       01  DUP-RELEASE-IN-REC.
           02 DR-CUST-NO                 PIC 9(9).
           02 DR-TYPE-CODE               PIC X(2).
           02 DR-AMOUNT                  PIC 9(7)V99.
           02 DR-CURRENCY-CODE           PIC X(3).

       FD  DUP-RELEASE-OUT.
       01  DUP-RELEASE-OUT-REC           PIC X(23).

       FD  DUP-REPORT-FILE.
       01  DUP-REPORT-REC                PIC X(90).

       FD  DUP-OUTCOME-WORK.
       01  DUP-OUTCOME-REC               PIC X(108).

      *
      *  One match group per customer, type, amount, and currency.
      *  Within a group the release rows are counted first, the
      *  window entries come next in file order, then tonight's
      *  items in file order, and last the release rows again so
      *  each can learn whether it was spent.
      *
       SD  DUP-MATCH-SORT.
       01  DUP-MATCH-REC.
           05 DM-MATCH-KEY.
               10 DM-CUST-NO             PIC 9(9).
               10 DM-TYPE-CODE           PIC X(2).
               10 DM-AMOUNT              PIC 9(7)V99.
               10 DM-CURRENCY-CODE       PIC X(3).
           05 DM-KIND                    PIC X(1).
               88 DM-RELEASE-COUNT       VALUE "1".
               88 DM-WINDOW-ENTRY        VALUE "2".
               88 DM-TONIGHT-TXN         VALUE "3".
               88 DM-RELEASE-ROW         VALUE "4".
           05 DM-SEQ                     PIC 9(9).
           05 DM-POST-DATE               PIC 9(7).
           05 DM-TXN-IMAGE               PIC X(67).

       SD  DUP-ORDER-SORT.
       01  DUP-ORDER-REC.
           05 DO-CLASS                   PIC X(1).
           05 DO-SEQ                     PIC 9(9).
           05 FILLER                     PIC X(98).

       WORKING-STORAGE SECTION.
       01 WS-CLEAN-IN-STATUS             PIC XX.
       01 WS-WORK-FILE-STATUS            PIC XX.
       01 WS-WINDOW-FILE-STATUS          PIC XX.
       01 WS-REVIEW-FILE-STATUS          PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-OUTCOME-FILE-STATUS         PIC XX.
       01 WS-SORT-RETURN                 PIC XX.
       01 WS-WINDOW-DAYS                 PIC 9(3) VALUE 7.
       01 WS-RUN-DAY-INTEGER             PIC 9(8).
       01 WS-ENTRY-DAY-INTEGER           PIC 9(8).
       01 WS-CLEAN-TXN.
           02 CT-CUST-NO                 PIC 9(9).
           02 CT-TYPE-CODE               PIC X(2).
           02 CT-SIGN                    PIC X(1).
           02 CT-AMOUNT                  PIC 9(7)V99.
           02 CT-VALUE-DATE              PIC X(7).
           02 CT-ORIG-ENTRY              PIC X(13).
           02 CT-ACCT-NO                 PIC X(10).
           02 CT-TRACE-ID                PIC X(13).
           02 CT-CURRENCY-CODE           PIC X(3).
       01 WS-ITEM-SEQ                    PIC 9(9) VALUE 0.
      *
      *  The match group being judged.  The first window entry
      *  (or, with none, the first of tonight's items to pass) is
      *  what a held item is shown beside; the desk's releases for
      *  the group are spent in file order.
      *
       01 WS-GROUP-KEY                   PIC X(23).
       01 WS-GROUP-SEEN-SWITCH           PIC X(1).
           88 WS-GROUP-SEEN              VALUE "Y".
       01 WS-GROUP-FIRST-DATE            PIC 9(7).
       01 WS-GROUP-RELEASES              PIC 9(7).
       01 WS-GROUP-USES                  PIC 9(7).
       01 WS-GROUP-RANK                  PIC 9(7).
      *
      *  One screening outcome, put back in file order by class:
      *  window entries carried forward, tonight's items with
      *  their disposition, and the releases still unspent.
      *
       01 WS-SCREEN-OUTCOME.
           05 SO-CLASS                   PIC X(1).
               88 SO-WINDOW-ENTRY        VALUE "1".
               88 SO-SCREENED-TXN        VALUE "2".
               88 SO-OPEN-RELEASE        VALUE "3".
           05 SO-SEQ                     PIC 9(9).
           05 SO-DISPOSITION             PIC X(1).
               88 SO-PASSED              VALUE "P".
               88 SO-RELEASED            VALUE "R".
               88 SO-HELD                VALUE "H".
           05 SO-CUST-NO                 PIC 9(9).
           05 SO-TYPE-CODE               PIC X(2).
           05 SO-AMOUNT                  PIC 9(7)V99.
           05 SO-POST-DATE               PIC 9(7).
           05 SO-CURRENCY-CODE           PIC X(3).
           05 SO-TXN-IMAGE               PIC X(67).
       01 WS-AMOUNT-DISPLAY              PIC 9(7).99.
       01 WS-AMOUNT-SCALED               PIC 9(7)V99.
       01 WS-AMOUNT-SCALED-X REDEFINES WS-AMOUNT-SCALED
                                         PIC X(9).
       01 WS-RELEASE-IN-STATUS           PIC XX.
       01 WS-RELEASE-OUT-STATUS          PIC XX.
       01 WS-TXNS-READ                   PIC 9(5) VALUE 0.
       01 WS-TXNS-PASSED                 PIC 9(5) VALUE 0.
       01 WS-TXNS-HELD                   PIC 9(5) VALUE 0.
           COMPUTE WS-RUN-DAY-INTEGER =
               FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD).
           PERFORM LOAD-WINDOW-DAYS.

           SORT DUP-MATCH-SORT
               ON ASCENDING KEY DM-CUST-NO DM-TYPE-CODE DM-AMOUNT
                                DM-CURRENCY-CODE DM-KIND DM-SEQ
               INPUT PROCEDURE IS RELEASE-SCREEN-ITEMS
               OUTPUT PROCEDURE IS JUDGE-MATCH-GROUPS.

           OPEN OUTPUT CLEAN-TXN-WORK.
           OPEN EXTEND DUP-REVIEW-FILE.
           IF WS-REVIEW-FILE-STATUS NOT = "00"
               OPEN OUTPUT DUP-REVIEW-FILE
           END-IF.
           OPEN OUTPUT DUP-REPORT-FILE.
           OPEN OUTPUT RECENT-POSTINGS-OUT.
           OPEN OUTPUT DUP-RELEASE-OUT.

           MOVE SPACES TO DUP-REPORT-REC.
           STRING "DUPLICATE REVIEW  DATE " WS-RUN-CCYYDDD
               DELIMITED BY SIZE INTO DUP-REPORT-REC.
           WRITE DUP-REPORT-REC.

           SORT DUP-ORDER-SORT
               ON ASCENDING KEY DO-CLASS DO-SEQ
               INPUT PROCEDURE IS RELEASE-SCREEN-OUTCOMES
               OUTPUT PROCEDURE IS TAKE-SCREEN-OUTCOMES.

           MOVE SPACES TO DUP-REPORT-REC.
           STRING "READ=" WS-TXNS-READ
               DELIMITED BY SIZE INTO DUP-REPORT-REC.
           WRITE DUP-REPORT-REC.

           CLOSE CLEAN-TXN-WORK.
           CLOSE DUP-REVIEW-FILE.
           CLOSE DUP-REPORT-FILE.
           CLOSE RECENT-POSTINGS-OUT.
           CLOSE DUP-RELEASE-OUT.

           PERFORM COPY-WORK-BACK-TO-CLEAN.

      *    Both sides of the screen post with real amount hashes:
      *    the consumer total proves what POSTED01 handed over,
               CLOSE WINDOW-CONTROL-FILE
           END-IF.

      ***************************************************************
      *  Everything the screen judges goes into one sort: the
      *  rolling window, the desk's releases (once to be counted,
      *  once to be rewritten), and tonight's clean items, each
      *  stamped with its place in its own file.
      ***************************************************************
       RELEASE-SCREEN-ITEMS.
           PERFORM LOAD-RECENT-POSTINGS.
           PERFORM LOAD-RELEASE-FILE.
           OPEN INPUT CLEAN-TXN-IN.
           IF WS-CLEAN-IN-STATUS = "00"
               PERFORM UNTIL WS-CLEAN-IN-STATUS = "10"
                   READ CLEAN-TXN-IN INTO WS-CLEAN-TXN
                       AT END
                           MOVE "10" TO WS-CLEAN-IN-STATUS
                       NOT AT END
                           ADD 1 TO WS-TXNS-READ
                           ADD CT-AMOUNT TO WS-AMOUNT-READ-TOTAL
                           PERFORM RELEASE-ONE-CLEAN-TXN
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CLEAN-TXN-IN.

       RELEASE-ONE-CLEAN-TXN.
           ADD 1 TO WS-ITEM-SEQ.
           MOVE CT-CUST-NO TO DM-CUST-NO.
           MOVE CT-TYPE-CODE TO DM-TYPE-CODE.
           MOVE CT-AMOUNT TO DM-AMOUNT.
           MOVE CT-CURRENCY-CODE TO DM-CURRENCY-CODE.
           SET DM-TONIGHT-TXN TO TRUE.
           MOVE WS-ITEM-SEQ TO DM-SEQ.
           MOVE 0 TO DM-POST-DATE.
           MOVE WS-CLEAN-TXN TO DM-TXN-IMAGE.
           RELEASE DUP-MATCH-REC.

      ***************************************************************
      *  Entries older than the window fall away on load, so the
      *  rolling file never grows past the window it describes.
           OPEN INPUT RECENT-POSTINGS-IN.
           IF WS-RECENT-IN-STATUS = "00"
               PERFORM UNTIL WS-RECENT-IN-STATUS = "10"
                   READ RECENT-POSTINGS-IN
                       AT END
                           MOVE "10" TO WS-RECENT-IN-STATUS
               FUNCTION INTEGER-OF-DAY (RP-POST-DATE).
           IF WS-RUN-DAY-INTEGER - WS-ENTRY-DAY-INTEGER
                   <= WS-WINDOW-DAYS
               ADD 1 TO WS-ITEM-SEQ
               MOVE RP-CUST-NO TO DM-CUST-NO
               MOVE RP-TYPE-CODE TO DM-TYPE-CODE
               MOVE RP-AMOUNT TO DM-AMOUNT
               MOVE RP-CURRENCY-CODE TO DM-CURRENCY-CODE
               SET DM-WINDOW-ENTRY TO TRUE
               MOVE WS-ITEM-SEQ TO DM-SEQ
               MOVE RP-POST-DATE TO DM-POST-DATE
               MOVE SPACES TO DM-TXN-IMAGE
               RELEASE DUP-MATCH-REC
           END-IF.

       LOAD-RELEASE-FILE.
           OPEN INPUT DUP-RELEASE-IN.
           IF WS-RELEASE-IN-STATUS = "00"
               PERFORM UNTIL WS-RELEASE-IN-STATUS = "10"
                   READ DUP-RELEASE-IN
                       AT END
                           MOVE "10" TO WS-RELEASE-IN-STATUS
                       NOT AT END
                           IF DR-CUST-NO NUMERIC
                                   AND DR-AMOUNT NUMERIC
                               PERFORM RELEASE-ONE-DESK-RELEASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUP-RELEASE-IN
           END-IF.

       RELEASE-ONE-DESK-RELEASE.
           ADD 1 TO WS-ITEM-SEQ.
           MOVE DR-CUST-NO TO DM-CUST-NO.
           MOVE DR-TYPE-CODE TO DM-TYPE-CODE.
           MOVE DR-AMOUNT TO DM-AMOUNT.
           MOVE DR-CURRENCY-CODE TO DM-CURRENCY-CODE.
           MOVE WS-ITEM-SEQ TO DM-SEQ.
           MOVE 0 TO DM-POST-DATE.
           MOVE SPACES TO DM-TXN-IMAGE.
           SET DM-RELEASE-COUNT TO TRUE.
           RELEASE DUP-MATCH-REC.
           SET DM-RELEASE-ROW TO TRUE.
           RELEASE DUP-MATCH-REC.

       JUDGE-MATCH-GROUPS.
           OPEN OUTPUT DUP-OUTCOME-WORK.
           MOVE HIGH-VALUES TO WS-GROUP-KEY.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN DUP-MATCH-SORT
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       PERFORM JUDGE-ONE-MATCH-ITEM
               END-RETURN
           END-PERFORM.
           CLOSE DUP-OUTCOME-WORK.

       JUDGE-ONE-MATCH-ITEM.
           IF DM-MATCH-KEY NOT = WS-GROUP-KEY
               MOVE DM-MATCH-KEY TO WS-GROUP-KEY
               MOVE "N" TO WS-GROUP-SEEN-SWITCH
               MOVE 0 TO WS-GROUP-FIRST-DATE
               MOVE 0 TO WS-GROUP-RELEASES
               MOVE 0 TO WS-GROUP-USES
               MOVE 0 TO WS-GROUP-RANK
           END-IF.
           MOVE SPACES TO WS-SCREEN-OUTCOME.
           MOVE DM-SEQ TO SO-SEQ.
           MOVE DM-CUST-NO TO SO-CUST-NO.
           MOVE DM-TYPE-CODE TO SO-TYPE-CODE.
           MOVE DM-AMOUNT TO SO-AMOUNT.
           MOVE DM-POST-DATE TO SO-POST-DATE.
           MOVE DM-CURRENCY-CODE TO SO-CURRENCY-CODE.
           EVALUATE TRUE
               WHEN DM-RELEASE-COUNT
                   ADD 1 TO WS-GROUP-RELEASES
               WHEN DM-WINDOW-ENTRY
                   PERFORM CARRY-WINDOW-ENTRY
               WHEN DM-TONIGHT-TXN
                   PERFORM SCREEN-ONE-TXN
               WHEN DM-RELEASE-ROW
                   PERFORM SETTLE-RELEASE-ROW
           END-EVALUATE.

       CARRY-WINDOW-ENTRY.
           IF NOT WS-GROUP-SEEN
               MOVE "Y" TO WS-GROUP-SEEN-SWITCH
               MOVE DM-POST-DATE TO WS-GROUP-FIRST-DATE
           END-IF.
           SET SO-WINDOW-ENTRY TO TRUE.
           WRITE DUP-OUTCOME-REC FROM WS-SCREEN-OUTCOME.

      ***************************************************************
      *  Reversals pass untouched - each names a unique journal
      *  entry and the edit pass already refuses a double.  A match
      *  on customer, type, amount, and currency inside the window
      *  is a suspect: held with its prior item shown, never posted
      *  on tonight's say-so alone - unless the desk has filed a
      *  release for exactly that item, which lets it pass the
      *  screen once and is spent in the act.  An item that passes
      *  joins the window, so a repeat later tonight matches it.
      ***************************************************************
       SCREEN-ONE-TXN.
           SET SO-SCREENED-TXN TO TRUE.
           MOVE DM-TXN-IMAGE TO SO-TXN-IMAGE.
           EVALUATE TRUE
               WHEN DM-TYPE-CODE = "RV"
                   SET SO-PASSED TO TRUE
               WHEN NOT WS-GROUP-SEEN
                   SET SO-PASSED TO TRUE
               WHEN WS-GROUP-USES < WS-GROUP-RELEASES
                   ADD 1 TO WS-GROUP-USES
                   SET SO-RELEASED TO TRUE
               WHEN OTHER
                   SET SO-HELD TO TRUE
                   MOVE WS-GROUP-FIRST-DATE TO SO-POST-DATE
           END-EVALUATE.
           IF NOT SO-HELD AND NOT WS-GROUP-SEEN
               MOVE "Y" TO WS-GROUP-SEEN-SWITCH
               MOVE WS-RUN-CCYYDDD TO WS-GROUP-FIRST-DATE
           END-IF.
           WRITE DUP-OUTCOME-REC FROM WS-SCREEN-OUTCOME.

      *    The releases the group spent are its earliest rows; the
      *    rest stay on file for a later night.
       SETTLE-RELEASE-ROW.
           ADD 1 TO WS-GROUP-RANK.
           IF WS-GROUP-RANK > WS-GROUP-USES
               SET SO-OPEN-RELEASE TO TRUE
               WRITE DUP-OUTCOME-REC FROM WS-SCREEN-OUTCOME
           END-IF.

       RELEASE-SCREEN-OUTCOMES.
           OPEN INPUT DUP-OUTCOME-WORK.
           IF WS-OUTCOME-FILE-STATUS = "00"
               PERFORM UNTIL WS-OUTCOME-FILE-STATUS = "10"
                   READ DUP-OUTCOME-WORK
                       AT END
                           MOVE "10" TO WS-OUTCOME-FILE-STATUS
                       NOT AT END
                           RELEASE DUP-ORDER-REC
                               FROM DUP-OUTCOME-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DUP-OUTCOME-WORK.

      ***************************************************************
      *  Back in file order: the surviving window is rewritten
      *  first, tonight's items are passed, released, or held in
      *  the order they arrived (a passed item joining the window
      *  behind the survivors), and the unspent releases go back
      *  on the release file.
      ***************************************************************
       TAKE-SCREEN-OUTCOMES.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN DUP-ORDER-SORT INTO WS-SCREEN-OUTCOME
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       PERFORM TAKE-ONE-OUTCOME
               END-RETURN
           END-PERFORM.

       TAKE-ONE-OUTCOME.
           EVALUATE TRUE
               WHEN SO-WINDOW-ENTRY
                   PERFORM SAVE-ONE-RECENT-POSTING
               WHEN SO-SCREENED-TXN
                   MOVE SO-TXN-IMAGE TO WS-CLEAN-TXN
                   EVALUATE TRUE
                       WHEN SO-RELEASED
                           PERFORM RELEASE-ONE-TXN
                       WHEN SO-HELD
                           PERFORM HOLD-ONE-TXN
                       WHEN OTHER
                           PERFORM PASS-ONE-TXN
                   END-EVALUATE
               WHEN SO-OPEN-RELEASE
                   PERFORM SAVE-ONE-RELEASE
           END-EVALUATE.

       RELEASE-ONE-TXN.
           ADD 1 TO WS-TXNS-RELEASED.
           MOVE CT-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO DUP-REPORT-REC.
           STRING "  RELEASED " CT-CUST-NO " " CT-TYPE-CODE
                   " AMT=" WS-AMOUNT-DISPLAY " " CT-CURRENCY-CODE
                   " - DESK RELEASE CONSUMED"
               DELIMITED BY SIZE INTO DUP-REPORT-REC.
           WRITE DUP-REPORT-REC.
       PASS-ONE-TXN.
           ADD 1 TO WS-TXNS-PASSED.
           ADD CT-AMOUNT TO WS-AMOUNT-PASSED-TOTAL.
           WRITE CLEAN-TXN-WORK-REC FROM WS-CLEAN-TXN.
           MOVE CT-CUST-NO TO SO-CUST-NO.
           MOVE CT-TYPE-CODE TO SO-TYPE-CODE.
           MOVE CT-AMOUNT TO SO-AMOUNT.
           MOVE CT-CURRENCY-CODE TO SO-CURRENCY-CODE.
           MOVE WS-RUN-CCYYDDD TO SO-POST-DATE.
           PERFORM SAVE-ONE-RECENT-POSTING.

       HOLD-ONE-TXN.
           ADD 1 TO WS-TXNS-HELD.
           WRITE DUP-REVIEW-REC FROM WS-CLEAN-TXN.
           MOVE CT-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO DUP-REPORT-REC.
           STRING "  HELD " CT-CUST-NO " " CT-TYPE-CODE
                   " AMT=" WS-AMOUNT-DISPLAY " " CT-CURRENCY-CODE
                   " MATCHES POSTING OF "
                   SO-POST-DATE
               DELIMITED BY SIZE INTO DUP-REPORT-REC.
           WRITE DUP-REPORT-REC.

       SAVE-ONE-RELEASE.
           MOVE SPACES TO DUP-RELEASE-OUT-REC.
           MOVE SO-CUST-NO TO DUP-RELEASE-OUT-REC (1:9).
           MOVE SO-TYPE-CODE TO DUP-RELEASE-OUT-REC (10:2).
           MOVE SO-AMOUNT TO WS-AMOUNT-SCALED.
           MOVE WS-AMOUNT-SCALED-X TO DUP-RELEASE-OUT-REC (12:9).
           MOVE SO-CURRENCY-CODE TO DUP-RELEASE-OUT-REC (21:3).
           WRITE DUP-RELEASE-OUT-REC.

       COPY-WORK-BACK-TO-CLEAN.
           OPEN INPUT CLEAN-TXN-WORK.
           CLOSE CLEAN-TXN-WORK.
           CLOSE CLEAN-TXN-OUT.

       SAVE-ONE-RECENT-POSTING.
           MOVE SPACES TO RECENT-POSTINGS-OUT-REC.
           MOVE SO-CUST-NO TO RECENT-POSTINGS-OUT-REC (1:9).
           MOVE SO-TYPE-CODE TO RECENT-POSTINGS-OUT-REC (10:2).
           MOVE SO-AMOUNT TO WS-AMOUNT-SCALED.
           MOVE WS-AMOUNT-SCALED-X
               TO RECENT-POSTINGS-OUT-REC (12:9).
           MOVE SO-POST-DATE TO RECENT-POSTINGS-OUT-REC (21:7).
           MOVE SO-CURRENCY-CODE
               TO RECENT-POSTINGS-OUT-REC (28:3).
           WRITE RECENT-POSTINGS-OUT-REC.
       END PROGRAM DUPCHK01.
