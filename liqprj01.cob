       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQPRJ01.
      ***************************************************************
      *  LIQPRJ01 - thirty-day liquidity projection for treasury.
      *  The money already committed to move is on file: STORD01's
      *  standing-order master and the FUTREL01 future-dated
      *  warehouse.  This step lists each of the next thirty
      *  business days (BIZADJ01 forward from tomorrow) and for
      *  each day shows the scheduled credits, scheduled debits,
      *  and net flow by product and currency, the term deposits
      *  maturing that day, and the historical average of the
      *  activity nobody scheduled.
      *
      *  A standing order falls due on the day STORD01 would fire
      *  it - its day of month, clamped to a short month, rolled
      *  forward over weekends and holidays - inside its start/end
      *  window; only monthly orders fire.  A warehoused item
      *  falls due on its value date rolled forward, the night
      *  FUTREL01 releases it.  Both post to their named account,
      *  or the customer's default account when none is named, and
      *  take that account's product; the currency is the book
      *  currency on the control file, the currency the deposit
      *  ledger is kept in.  A term deposit matures on its
      *  maturity date rolled forward: a rollover stays on deposit
      *  and a transfer stays in the bank, so only a cheque payout
      *  is outflow; the principal is shown, interest is on top.
      *
      *  The unscheduled average comes from the posting journal's
      *  customer lines over the control file's lookback of
      *  business days, less the standing orders that fell due on
      *  those days and less sweep transfers between a customer's
      *  own accounts, divided by the days the journal covers.
      *  Projected outflow is the day's scheduled debits, cheque
      *  payouts and average unscheduled debits; a day whose
      *  outflow exceeds the treasury threshold is flagged on the
      *  report and raised to the exception log.  Nothing is
      *  updated.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQUIDITY-CONTROL-FILE
               ASSIGN TO "data/liquidity_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT STANDING-ORDER-FILE
               ASSIGN TO "data/standing_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.
           SELECT WAREHOUSE-FILE
               ASSIGN TO "data/txn_warehouse.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "data/posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT LIQUIDITY-REPORT-FILE
               ASSIGN TO "data/liquidity_projection.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Threshold is the most projected outflow one day may
      *    carry before it is flagged (zero flags nothing); the
      *    lookback is in business days (zero takes twenty, and
      *    no more than sixty are kept).
       FD  LIQUIDITY-CONTROL-FILE.
       01  LIQUIDITY-CONTROL-REC.
           02 LC-OUTFLOW-THRESHOLD       PIC 9(11)V99.
           02 LC-LOOKBACK-DAYS           PIC 9(2).
           02 LC-BOOK-CURRENCY           PIC X(3).

       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-REC.
           02 SO-CUST-NO                 PIC 9(9).
           02 SO-TYPE-CODE               PIC X(2).
           02 SO-SIGN                    PIC X(1).
           02 SO-AMOUNT                  PIC 9(7)V99.
           02 SO-FREQUENCY               PIC X(1).
           02 SO-DAY-OF-MONTH            PIC 9(2).
           02 SO-START-DATE              PIC 9(7).
           02 SO-END-DATE                PIC 9(7).
           02 SO-ACCT-NO                 PIC X(10).

       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-REC.
           02 WH-CUST-NO                 PIC X(9).
           02 WH-TYPE-CODE               PIC X(2).
           02 WH-SIGN                    PIC X(1).
           02 WH-AMOUNT                  PIC X(9).
           02 WH-AMOUNT-N REDEFINES WH-AMOUNT
                                         PIC 9(7)V99.
           02 WH-VALUE-DATE              PIC X(7).
           02 WH-VALUE-DATE-N REDEFINES WH-VALUE-DATE
                                         PIC 9(7).
           02 WH-ORIG-ENTRY              PIC X(13).
           02 WH-ACCT-NO                 PIC X(10).
           02 FILLER                     PIC X(25).

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  POSTING-JOURNAL-FILE.
       01  POSTING-JOURNAL-REC           PIC X(90).

       FD  LIQUIDITY-REPORT-FILE.
       01  LIQUIDITY-REPORT-REC          PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILE-STATUS         PIC XX.
       01 WS-ORDER-FILE-STATUS           PIC XX.
       01 WS-WAREHOUSE-FILE-STATUS       PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-JOURNAL-FILE-STATUS         PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-OUTFLOW-THRESHOLD           PIC 9(11)V99 VALUE 0.
       01 WS-LOOKBACK-DAYS               PIC 9(2) VALUE 20.
       01 WS-BOOK-CURRENCY               PIC X(3) VALUE "USD".
       01 WS-DAY-TABLE.
           05 WS-DAY-COUNT               PIC 9(2) VALUE 0.
           05 WS-DAY-ENTRY OCCURS 30 TIMES INDEXED BY DY-IDX.
               10 WS-DAY-DATE            PIC 9(7).
               10 WS-DAY-TD-COUNT        PIC 9(5).
               10 WS-DAY-TD-MATURING     PIC 9(11)V99.
               10 WS-DAY-TD-PAYOUT       PIC 9(11)V99.
               10 WS-DAY-BUCKET OCCURS 20 TIMES.
                   15 WS-DAY-CREDITS     PIC 9(11)V99.
                   15 WS-DAY-DEBITS      PIC 9(11)V99.
       01 WS-BUCKET-TABLE.
           05 WS-BUCKET-COUNT            PIC 9(2) VALUE 0.
           05 WS-BUCKET-ENTRY OCCURS 20 TIMES INDEXED BY BK-IDX.
               10 WS-BKT-PRODUCT         PIC X(2).
               10 WS-BKT-CURRENCY        PIC X(3).
       01 WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-COUNT           PIC 9(4) VALUE 0.
           05 WS-ACCOUNT-ENTRY OCCURS 5000 TIMES INDEXED BY AC-IDX.
               10 WS-ACT-ACCT-NO         PIC 9(10).
               10 WS-ACT-PRODUCT         PIC X(2).
       01 WS-SEEN-DATE-TABLE.
           05 WS-SEEN-COUNT              PIC 9(2) VALUE 0.
           05 WS-SEEN-DATE OCCURS 60 TIMES INDEXED BY SN-IDX
                                         PIC 9(7).
       01 WS-LOOKBACK-START              PIC 9(7).
       01 WS-WINDOW-FROM                 PIC 9(7).
       01 WS-WINDOW-TO                   PIC 9(7).
       01 WS-WORK-DATE                   PIC 9(7).
       01 WS-WORK-DAY-INTEGER            PIC 9(8).
       01 WS-DUE-DATE                    PIC 9(7).
       01 WS-ITER-GREGORIAN              PIC 9(8).
       01 WS-ITER-GREGORIAN-R REDEFINES WS-ITER-GREGORIAN.
           05 WS-ITER-YEAR               PIC 9(4).
           05 WS-ITER-MONTH              PIC 9(2).
           05 WS-ITER-DAY                PIC 9(2).
       01 WS-ITER-YYYYMM                 PIC 9(6).
       01 WS-END-YYYYMM                  PIC 9(6).
       01 WS-SCHED-GREGORIAN             PIC 9(8).
       01 WS-SCHED-GREGORIAN-R REDEFINES WS-SCHED-GREGORIAN.
           05 WS-SCHED-G-YEAR            PIC 9(4).
           05 WS-SCHED-G-MONTH           PIC 9(2).
           05 WS-SCHED-G-DAY             PIC 9(2).
       01 WS-SCHED-DAY-INTEGER           PIC 9(8).
       01 WS-ORDER-PASS                  PIC X(1).
           88 WS-PASS-PROJECTING         VALUE "P".
           88 WS-PASS-BACKING-OUT        VALUE "B".
       01 WS-FLOW-ACCT-NO                PIC 9(10).
       01 WS-FLOW-SIGN                   PIC X(1).
       01 WS-FLOW-AMOUNT                 PIC 9(7)V99.
       01 WS-FLOW-PRODUCT                PIC X(2).
       01 WS-SLOT-FOUND                  PIC X(1).
           88 WS-SLOT-WAS-FOUND          VALUE "Y".
       01 WS-ACCOUNTS-OVERFLOW           PIC X(1) VALUE "N".
           88 WS-ACCOUNTS-OVERFLOWED     VALUE "Y".
       01 WS-BUCKETS-OVERFLOW            PIC X(1) VALUE "N".
           88 WS-BUCKETS-OVERFLOWED      VALUE "Y".
       01 WS-JOURNAL-AMOUNT              PIC S9(9)V99.
       01 WS-HIST-CREDITS                PIC S9(13)V99 VALUE 0.
       01 WS-HIST-DEBITS                 PIC S9(13)V99 VALUE 0.
       01 WS-AVG-CREDITS                 PIC 9(11)V99 VALUE 0.
       01 WS-AVG-DEBITS                  PIC 9(11)V99 VALUE 0.
       01 WS-DAY-IN                      PIC 9(11)V99.
       01 WS-DAY-OUT                     PIC 9(11)V99.
       01 WS-DAY-NET                     PIC S9(11)V99.
       01 WS-PROJECTED-OUTFLOW           PIC 9(11)V99.
       01 WS-DAYS-FLAGGED                PIC 9(2) VALUE 0.
       01 WS-ORDERS-PROJECTED            PIC 9(5) VALUE 0.
       01 WS-ORDERS-NOT-MONTHLY          PIC 9(5) VALUE 0.
       01 WS-ITEMS-PROJECTED             PIC 9(5) VALUE 0.
       01 WS-TD-PROJECTED                PIC 9(5) VALUE 0.
       01 WS-AMOUNT-DISPLAY-1            PIC Z(10)9.99.
       01 WS-AMOUNT-DISPLAY-2            PIC Z(10)9.99.
       01 WS-AMOUNT-DISPLAY-3            PIC Z(10)9.99.
       01 WS-NET-DISPLAY                 PIC +(11)9.99.
       01 WS-DAY-NUMBER                  PIC 9(2).
       COPY WSBIZADJ.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       LIQPRJ01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "LIQPRJ01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-LIQUIDITY-CONTROL.
           PERFORM BUILD-BUSINESS-DAYS.
           PERFORM LOAD-ACCOUNT-PRODUCTS.

           MOVE WS-DAY-DATE (1) TO WS-WINDOW-FROM.
           MOVE WS-DAY-DATE (WS-DAY-COUNT) TO WS-WINDOW-TO.
           SET WS-PASS-PROJECTING TO TRUE.
           PERFORM SCAN-STANDING-ORDERS.
           PERFORM PROJECT-WAREHOUSE.
           PERFORM PROJECT-TD-MATURITIES.

           PERFORM FIND-LOOKBACK-START.
           PERFORM ACCUMULATE-JOURNAL-HISTORY.
           MOVE WS-LOOKBACK-START TO WS-WINDOW-FROM.
           MOVE WS-RUN-CCYYDDD TO WS-WINDOW-TO.
           SET WS-PASS-BACKING-OUT TO TRUE.
           PERFORM SCAN-STANDING-ORDERS.
           PERFORM COMPUTE-UNSCHEDULED-AVERAGE.

           PERFORM WRITE-PROJECTION-REPORT.

           DISPLAY "LIQPRJ01: DAYS=" WS-DAY-COUNT
               " ORDERS=" WS-ORDERS-PROJECTED
               " WAREHOUSE=" WS-ITEMS-PROJECTED
               " TD=" WS-TD-PROJECTED
               " FLAGGED=" WS-DAYS-FLAGGED.

           MOVE WS-DAY-COUNT TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           IF WS-ACCOUNTS-OVERFLOWED OR WS-BUCKETS-OVERFLOWED
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-LIQUIDITY-CONTROL.
           OPEN INPUT LIQUIDITY-CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               READ LIQUIDITY-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LC-OUTFLOW-THRESHOLD IS NUMERIC
                           MOVE LC-OUTFLOW-THRESHOLD
                               TO WS-OUTFLOW-THRESHOLD
                       END-IF
                       IF LC-LOOKBACK-DAYS IS NUMERIC
                               AND LC-LOOKBACK-DAYS > 0
                           MOVE LC-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                       END-IF
                       IF WS-LOOKBACK-DAYS > 60
                           MOVE 60 TO WS-LOOKBACK-DAYS
                       END-IF
                       IF LC-BOOK-CURRENCY NOT = SPACES
                           MOVE LC-BOOK-CURRENCY TO WS-BOOK-CURRENCY
                       END-IF
               END-READ
               CLOSE LIQUIDITY-CONTROL-FILE
           END-IF.

      ***************************************************************
      *  Tomorrow rolled forward is day one; each next day is the
      *  calendar day after the last, rolled forward again.
      ***************************************************************
       BUILD-BUSINESS-DAYS.
           MOVE WS-RUN-CCYYDDD TO WS-WORK-DATE.
           PERFORM UNTIL WS-DAY-COUNT = 30
               PERFORM STEP-ONE-CALENDAR-DAY
               MOVE WS-WORK-DATE TO BA-INPUT-DATE
               SET BA-RULE-FORWARD TO TRUE
               CALL "BIZADJ01" USING WS-BIZ-ADJUST-REQUEST
               MOVE BA-ADJUSTED-DATE TO WS-WORK-DATE
               ADD 1 TO WS-DAY-COUNT
               SET DY-IDX TO WS-DAY-COUNT
               MOVE WS-WORK-DATE TO WS-DAY-DATE (DY-IDX)
               MOVE 0 TO WS-DAY-TD-COUNT (DY-IDX)
               MOVE 0 TO WS-DAY-TD-MATURING (DY-IDX)
               MOVE 0 TO WS-DAY-TD-PAYOUT (DY-IDX)
               PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > 20
                   MOVE 0 TO WS-DAY-CREDITS (DY-IDX, BK-IDX)
                   MOVE 0 TO WS-DAY-DEBITS (DY-IDX, BK-IDX)
               END-PERFORM
           END-PERFORM.

       STEP-ONE-CALENDAR-DAY.
           COMPUTE WS-WORK-DAY-INTEGER =
               FUNCTION INTEGER-OF-DAY (WS-WORK-DATE) + 1.
           COMPUTE WS-WORK-DATE =
               FUNCTION DAY-OF-INTEGER (WS-WORK-DAY-INTEGER).

       LOAD-ACCOUNT-PRODUCTS.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           PERFORM TABLE-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       TABLE-ONE-ACCOUNT.
           IF WS-ACCOUNT-COUNT < 5000
               ADD 1 TO WS-ACCOUNT-COUNT
               SET AC-IDX TO WS-ACCOUNT-COUNT
               MOVE AM-ACCT-NO TO WS-ACT-ACCT-NO (AC-IDX)
               MOVE AM-PRODUCT-CODE TO WS-ACT-PRODUCT (AC-IDX)
           ELSE
               IF NOT WS-ACCOUNTS-OVERFLOWED
                   SET WS-ACCOUNTS-OVERFLOWED TO TRUE
                   MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
                   MOVE "LIQPRJ01" TO ER-JOB-STEP
                   MOVE "LQOV" TO ER-ERROR-CODE
                   MOVE "ACCOUNTS OVER 5000 - PRODUCT SHOWN ??"
                       TO ER-ERROR-TEXT
                   CALL "EXCPLOG01" USING WS-ERROR-RECORD
               END-IF
           END-IF.

       SCAN-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDER-FILE.
           IF WS-ORDER-FILE-STATUS = "00"
               PERFORM UNTIL WS-ORDER-FILE-STATUS = "10"
                   READ STANDING-ORDER-FILE
                       AT END
                           MOVE "10" TO WS-ORDER-FILE-STATUS
                       NOT AT END
                           PERFORM SCAN-ONE-ORDER
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF.

      ***************************************************************
      *  Every month the window touches is tried, starting with
      *  the month before it - a due date late in that month can
      *  roll forward into the window.
      ***************************************************************
       SCAN-ONE-ORDER.
           IF SO-FREQUENCY NOT = "M"
               IF WS-PASS-PROJECTING
                   ADD 1 TO WS-ORDERS-NOT-MONTHLY
               END-IF
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ITER-GREGORIAN = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DAY (WS-WINDOW-TO)).
           COMPUTE WS-END-YYYYMM =
               WS-ITER-YEAR * 100 + WS-ITER-MONTH.
           COMPUTE WS-ITER-GREGORIAN = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DAY (WS-WINDOW-FROM)).
           IF WS-ITER-MONTH = 1
               SUBTRACT 1 FROM WS-ITER-YEAR
               MOVE 12 TO WS-ITER-MONTH
           ELSE
               SUBTRACT 1 FROM WS-ITER-MONTH
           END-IF.
           COMPUTE WS-ITER-YYYYMM =
               WS-ITER-YEAR * 100 + WS-ITER-MONTH.
           PERFORM UNTIL WS-ITER-YYYYMM > WS-END-YYYYMM
               PERFORM TRY-ORDER-IN-MONTH
               IF WS-ITER-MONTH = 12
                   ADD 1 TO WS-ITER-YEAR
                   MOVE 1 TO WS-ITER-MONTH
               ELSE
                   ADD 1 TO WS-ITER-MONTH
               END-IF
               COMPUTE WS-ITER-YYYYMM =
                   WS-ITER-YEAR * 100 + WS-ITER-MONTH
           END-PERFORM.

      *    The same clamp and forward roll STORD01 fires on.
       TRY-ORDER-IN-MONTH.
           MOVE WS-ITER-YEAR TO WS-SCHED-G-YEAR.
           MOVE WS-ITER-MONTH TO WS-SCHED-G-MONTH.
           MOVE SO-DAY-OF-MONTH TO WS-SCHED-G-DAY.
           COMPUTE WS-SCHED-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-SCHED-GREGORIAN).
           PERFORM UNTIL WS-SCHED-DAY-INTEGER > 0
                   OR WS-SCHED-G-DAY < 29
               SUBTRACT 1 FROM WS-SCHED-G-DAY
               COMPUTE WS-SCHED-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-SCHED-GREGORIAN)
           END-PERFORM.
           COMPUTE BA-INPUT-DATE =
               FUNCTION DAY-OF-INTEGER (WS-SCHED-DAY-INTEGER).
           SET BA-RULE-FORWARD TO TRUE.
           CALL "BIZADJ01" USING WS-BIZ-ADJUST-REQUEST.
           MOVE BA-ADJUSTED-DATE TO WS-DUE-DATE.
           IF WS-DUE-DATE < WS-WINDOW-FROM
                   OR WS-DUE-DATE > WS-WINDOW-TO
                   OR SO-START-DATE > WS-DUE-DATE
               EXIT PARAGRAPH
           END-IF.
           IF SO-END-DATE > 0 AND SO-END-DATE < WS-DUE-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PASS-PROJECTING
               PERFORM PROJECT-ONE-ORDER
           ELSE
               PERFORM BACK-OUT-ONE-ORDER
           END-IF.

       PROJECT-ONE-ORDER.
           IF SO-ACCT-NO IS NUMERIC
               MOVE SO-ACCT-NO TO WS-FLOW-ACCT-NO
           ELSE
               COMPUTE WS-FLOW-ACCT-NO = SO-CUST-NO * 10 + 1
           END-IF.
           MOVE SO-SIGN TO WS-FLOW-SIGN.
           MOVE SO-AMOUNT TO WS-FLOW-AMOUNT.
           PERFORM ADD-SCHEDULED-FLOW.
           IF WS-SLOT-WAS-FOUND
               ADD 1 TO WS-ORDERS-PROJECTED
           END-IF.

      *    Only a day the journal actually covers had the order
      *    posted into the history being averaged.
       BACK-OUT-ONE-ORDER.
           MOVE "N" TO WS-SLOT-FOUND.
           PERFORM VARYING SN-IDX FROM 1 BY 1
                   UNTIL SN-IDX > WS-SEEN-COUNT
               IF WS-SEEN-DATE (SN-IDX) = WS-DUE-DATE
                   MOVE "Y" TO WS-SLOT-FOUND
               END-IF
           END-PERFORM.
           IF WS-SLOT-WAS-FOUND
               IF SO-SIGN = "-"
                   SUBTRACT SO-AMOUNT FROM WS-HIST-DEBITS
               ELSE
                   SUBTRACT SO-AMOUNT FROM WS-HIST-CREDITS
               END-IF
           END-IF.

       PROJECT-WAREHOUSE.
           OPEN INPUT WAREHOUSE-FILE.
           IF WS-WAREHOUSE-FILE-STATUS = "00"
               PERFORM UNTIL WS-WAREHOUSE-FILE-STATUS = "10"
                   READ WAREHOUSE-FILE
                       AT END
                           MOVE "10" TO WS-WAREHOUSE-FILE-STATUS
                       NOT AT END
                           PERFORM PROJECT-ONE-WAREHOUSE-ITEM
                   END-READ
               END-PERFORM
               CLOSE WAREHOUSE-FILE
           END-IF.

       PROJECT-ONE-WAREHOUSE-ITEM.
           IF WH-VALUE-DATE NOT NUMERIC
                   OR WH-AMOUNT NOT NUMERIC
                   OR WH-CUST-NO NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WH-VALUE-DATE-N TO BA-INPUT-DATE.
           SET BA-RULE-FORWARD TO TRUE.
           CALL "BIZADJ01" USING WS-BIZ-ADJUST-REQUEST.
           MOVE BA-ADJUSTED-DATE TO WS-DUE-DATE.
           IF WH-ACCT-NO IS NUMERIC
               MOVE WH-ACCT-NO TO WS-FLOW-ACCT-NO
           ELSE
               COMPUTE WS-FLOW-ACCT-NO =
                   FUNCTION NUMVAL (WH-CUST-NO) * 10 + 1
           END-IF.
           MOVE WH-SIGN TO WS-FLOW-SIGN.
           MOVE WH-AMOUNT-N TO WS-FLOW-AMOUNT.
           PERFORM ADD-SCHEDULED-FLOW.
           IF WS-SLOT-WAS-FOUND
               ADD 1 TO WS-ITEMS-PROJECTED
           END-IF.

      ***************************************************************
      *  Lands one scheduled flow on its day under its product and
      *  currency.  A due date outside the thirty days is dropped.
      ***************************************************************
       ADD-SCHEDULED-FLOW.
           PERFORM FIND-PROJECTION-DAY.
           IF NOT WS-SLOT-WAS-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE "??" TO WS-FLOW-PRODUCT.
           PERFORM VARYING AC-IDX FROM 1 BY 1
                   UNTIL AC-IDX > WS-ACCOUNT-COUNT
               IF WS-ACT-ACCT-NO (AC-IDX) = WS-FLOW-ACCT-NO
                   MOVE WS-ACT-PRODUCT (AC-IDX) TO WS-FLOW-PRODUCT
               END-IF
           END-PERFORM.
           PERFORM FIND-BUCKET-SLOT.
           IF NOT WS-SLOT-WAS-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-FLOW-SIGN = "-"
               ADD WS-FLOW-AMOUNT TO WS-DAY-DEBITS (DY-IDX, BK-IDX)
           ELSE
               ADD WS-FLOW-AMOUNT TO WS-DAY-CREDITS (DY-IDX, BK-IDX)
           END-IF.

       FIND-PROJECTION-DAY.
           MOVE "N" TO WS-SLOT-FOUND.
           PERFORM VARYING DY-IDX FROM 1 BY 1
                   UNTIL DY-IDX > WS-DAY-COUNT
                       OR WS-SLOT-WAS-FOUND
               IF WS-DAY-DATE (DY-IDX) = WS-DUE-DATE
                   MOVE "Y" TO WS-SLOT-FOUND
               END-IF
           END-PERFORM.
           IF WS-SLOT-WAS-FOUND
               SET DY-IDX DOWN BY 1
           END-IF.

       FIND-BUCKET-SLOT.
           MOVE "N" TO WS-SLOT-FOUND.
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > WS-BUCKET-COUNT
                       OR WS-SLOT-WAS-FOUND
               IF WS-BKT-PRODUCT (BK-IDX) = WS-FLOW-PRODUCT
                       AND WS-BKT-CURRENCY (BK-IDX) = WS-BOOK-CURRENCY
                   MOVE "Y" TO WS-SLOT-FOUND
               END-IF
           END-PERFORM.
           IF WS-SLOT-WAS-FOUND
               SET BK-IDX DOWN BY 1
           ELSE
               IF WS-BUCKET-COUNT < 20
                   ADD 1 TO WS-BUCKET-COUNT
                   SET BK-IDX TO WS-BUCKET-COUNT
                   MOVE WS-FLOW-PRODUCT TO WS-BKT-PRODUCT (BK-IDX)
                   MOVE WS-BOOK-CURRENCY TO WS-BKT-CURRENCY (BK-IDX)
                   MOVE "Y" TO WS-SLOT-FOUND
               ELSE
                   IF NOT WS-BUCKETS-OVERFLOWED
                       SET WS-BUCKETS-OVERFLOWED TO TRUE
                       MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
                       MOVE "LIQPRJ01" TO ER-JOB-STEP
                       MOVE "LQOV" TO ER-ERROR-CODE
                       MOVE "OVER 20 PRODUCT/CCY - FLOWS LEFT OUT"
                           TO ER-ERROR-TEXT
                       CALL "EXCPLOG01" USING WS-ERROR-RECORD
                   END-IF
               END-IF
           END-IF.

       PROJECT-TD-MATURITIES.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           IF AM-ACCOUNT-OPEN
                                   AND NOT AM-DEMAND-ACCOUNT
                                   AND NOT AM-LOAN-ACCOUNT
                               PERFORM PROJECT-ONE-MATURITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       PROJECT-ONE-MATURITY.
           MOVE AM-MATURITY-DATE TO BA-INPUT-DATE.
           SET BA-RULE-FORWARD TO TRUE.
           CALL "BIZADJ01" USING WS-BIZ-ADJUST-REQUEST.
           MOVE BA-ADJUSTED-DATE TO WS-DUE-DATE.
           PERFORM FIND-PROJECTION-DAY.
           IF WS-SLOT-WAS-FOUND AND AM-BALANCE > 0
               ADD 1 TO WS-TD-PROJECTED
               ADD 1 TO WS-DAY-TD-COUNT (DY-IDX)
               ADD AM-BALANCE TO WS-DAY-TD-MATURING (DY-IDX)
               IF AM-MATURE-CHEQUE
                   ADD AM-BALANCE TO WS-DAY-TD-PAYOUT (DY-IDX)
               END-IF
           END-IF.

      *    Tonight is the first of the lookback days.
       FIND-LOOKBACK-START.
           MOVE WS-RUN-CCYYDDD TO WS-WORK-DATE.
           PERFORM WS-LOOKBACK-DAYS TIMES
               MOVE WS-WORK-DATE TO BA-INPUT-DATE
               SET BA-RULE-BACKWARD TO TRUE
               CALL "BIZADJ01" USING WS-BIZ-ADJUST-REQUEST
               MOVE BA-ADJUSTED-DATE TO WS-LOOKBACK-START
               COMPUTE WS-WORK-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DAY (WS-LOOKBACK-START) - 1
               COMPUTE WS-WORK-DATE =
                   FUNCTION DAY-OF-INTEGER (WS-WORK-DAY-INTEGER)
           END-PERFORM.

       ACCUMULATE-JOURNAL-HISTORY.
           OPEN INPUT POSTING-JOURNAL-FILE.
           PERFORM SKIP-POSTING-HEADER.
           IF WS-JOURNAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-FILE-STATUS = "10"
                   READ POSTING-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-JOURNAL-FILE-STATUS
                       NOT AT END
                           IF POSTING-JOURNAL-REC (1:7) IS NUMERIC
                                   AND POSTING-JOURNAL-REC (9:9)
                                       IS NUMERIC
                               PERFORM TAKE-ONE-JOURNAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-JOURNAL-FILE
           END-IF.

       TAKE-ONE-JOURNAL-LINE.
           MOVE POSTING-JOURNAL-REC (1:7) TO WS-WORK-DATE.
           IF WS-WORK-DATE < WS-LOOKBACK-START
                   OR WS-WORK-DATE > WS-RUN-CCYYDDD
                   OR POSTING-JOURNAL-REC (65:8) = "SWEEPXFR"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SLOT-FOUND.
           PERFORM VARYING SN-IDX FROM 1 BY 1
                   UNTIL SN-IDX > WS-SEEN-COUNT
               IF WS-SEEN-DATE (SN-IDX) = WS-WORK-DATE
                   MOVE "Y" TO WS-SLOT-FOUND
               END-IF
           END-PERFORM.
           IF NOT WS-SLOT-WAS-FOUND AND WS-SEEN-COUNT < 60
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-WORK-DATE TO WS-SEEN-DATE (WS-SEEN-COUNT)
           END-IF.
           COMPUTE WS-JOURNAL-AMOUNT =
               FUNCTION NUMVAL (POSTING-JOURNAL-REC (26:11)).
           IF WS-JOURNAL-AMOUNT < 0
               SUBTRACT WS-JOURNAL-AMOUNT FROM WS-HIST-DEBITS
           ELSE
               ADD WS-JOURNAL-AMOUNT TO WS-HIST-CREDITS
           END-IF.

       COMPUTE-UNSCHEDULED-AVERAGE.
           IF WS-HIST-CREDITS < 0
               MOVE 0 TO WS-HIST-CREDITS
           END-IF.
           IF WS-HIST-DEBITS < 0
               MOVE 0 TO WS-HIST-DEBITS
           END-IF.
           IF WS-SEEN-COUNT > 0
               COMPUTE WS-AVG-CREDITS ROUNDED =
                   WS-HIST-CREDITS / WS-SEEN-COUNT
               COMPUTE WS-AVG-DEBITS ROUNDED =
                   WS-HIST-DEBITS / WS-SEEN-COUNT
           END-IF.

       WRITE-PROJECTION-REPORT.
           OPEN OUTPUT LIQUIDITY-REPORT-FILE.
           MOVE WS-OUTFLOW-THRESHOLD TO WS-AMOUNT-DISPLAY-1.
           MOVE SPACES TO LIQUIDITY-REPORT-REC.
           STRING "30-DAY LIQUIDITY PROJECTION  DATE " WS-RUN-CCYYDDD
                   "  BOOK CURRENCY " WS-BOOK-CURRENCY
                   "  OUTFLOW THRESHOLD " WS-AMOUNT-DISPLAY-1
               DELIMITED BY SIZE INTO LIQUIDITY-REPORT-REC.
           WRITE LIQUIDITY-REPORT-REC.
           MOVE WS-AVG-CREDITS TO WS-AMOUNT-DISPLAY-1.
           MOVE WS-AVG-DEBITS TO WS-AMOUNT-DISPLAY-2.
           MOVE SPACES TO LIQUIDITY-REPORT-REC.
           STRING "UNSCHEDULED DAILY AVERAGE OVER " WS-SEEN-COUNT
                   " JOURNAL DAYS SINCE " WS-LOOKBACK-START
                   "  CREDITS " WS-AMOUNT-DISPLAY-1
                   "  DEBITS " WS-AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO LIQUIDITY-REPORT-REC.
           WRITE LIQUIDITY-REPORT-REC.
           IF WS-ORDERS-NOT-MONTHLY > 0
               MOVE SPACES TO LIQUIDITY-REPORT-REC
               STRING "STANDING ORDERS NOT MONTHLY, NOT PROJECTED="
                       WS-ORDERS-NOT-MONTHLY
                   DELIMITED BY SIZE INTO LIQUIDITY-REPORT-REC
               WRITE LIQUIDITY-REPORT-REC
           END-IF.
           PERFORM VARYING DY-IDX FROM 1 BY 1
                   UNTIL DY-IDX > WS-DAY-COUNT
               PERFORM WRITE-ONE-DAY
           END-PERFORM.
           MOVE SPACES TO LIQUIDITY-REPORT-REC.
           WRITE LIQUIDITY-REPORT-REC.
           MOVE SPACES TO LIQUIDITY-REPORT-REC.
           STRING "DAYS OVER THRESHOLD=" WS-DAYS-FLAGGED
                   "  ORDERS=" WS-ORDERS-PROJECTED
                   "  WAREHOUSE ITEMS=" WS-ITEMS-PROJECTED
                   "  TD MATURITIES=" WS-TD-PROJECTED
               DELIMITED BY SIZE INTO LIQUIDITY-REPORT-REC.
           WRITE LIQUIDITY-REPORT-REC.
           CLOSE LIQUIDITY-REPORT-FILE.

      ***************************************************************
      *  One day: a line per product and currency with a scheduled
      *  flow, the maturities, then the projected outflow against
      *  the threshold.
      ***************************************************************
       WRITE-ONE-DAY.
           SET WS-DAY-NUMBER TO DY-IDX.
           MOVE SPACES TO LIQUIDITY-REPORT-REC.
           WRITE LIQUIDITY-REPORT-REC.
           MOVE SPACES TO LIQUIDITY-REPORT-REC.
           STRING "DAY " WS-DAY-NUMBER "  " WS-DAY-DATE (DY-IDX)
               DELIMITED BY SIZE INTO LIQUIDITY-REPORT-REC.
           WRITE LIQUIDITY-REPORT-REC.
           MOVE 0 TO WS-DAY-IN.
           MOVE 0 TO WS-DAY-OUT.
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > WS-BUCKET-COUNT
               IF WS-DAY-CREDITS (DY-IDX, BK-IDX) > 0
                       OR WS-DAY-DEBITS (DY-IDX, BK-IDX) > 0
                   PERFORM WRITE-ONE-BUCKET
               END-IF
           END-PERFORM.
           COMPUTE WS-DAY-NET = WS-DAY-IN - WS-DAY-OUT.
           MOVE WS-DAY-IN TO WS-AMOUNT-DISPLAY-1.
           MOVE WS-DAY-OUT TO WS-AMOUNT-DISPLAY-2.
           MOVE WS-DAY-NET TO WS-NET-DISPLAY.
           MOVE SPACES TO LIQUIDITY-REPORT-REC.
           STRING "  SCHEDULED  CREDITS " WS-AMOUNT-DISPLAY-1
                   "  DEBITS " WS-AMOUNT-DISPLAY-2
                   "  NET " WS-NET-DISPLAY
               DELIMITED BY SIZE INTO LIQUIDITY-REPORT-REC.
           WRITE LIQUIDITY-REPORT-REC.
           IF WS-DAY-TD-COUNT (DY-IDX) > 0
               MOVE WS-DAY-TD-MATURING (DY-IDX) TO WS-AMOUNT-DISPLAY-1
               MOVE WS-DAY-TD-PAYOUT (DY-IDX) TO WS-AMOUNT-DISPLAY-2
               MOVE SPACES TO LIQUIDITY-REPORT-REC
               STRING "  TD MATURING " WS-DAY-TD-COUNT (DY-IDX)
                       " PRINCIPAL " WS-AMOUNT-DISPLAY-1
                       "  PAID OUT BY CHEQUE " WS-AMOUNT-DISPLAY-2
                   DELIMITED BY SIZE INTO LIQUIDITY-REPORT-REC
               WRITE LIQUIDITY-REPORT-REC
           END-IF.
           COMPUTE WS-PROJECTED-OUTFLOW = WS-DAY-OUT
               + WS-DAY-TD-PAYOUT (DY-IDX) + WS-AVG-DEBITS.
           MOVE WS-PROJECTED-OUTFLOW TO WS-AMOUNT-DISPLAY-3.
           MOVE SPACES TO LIQUIDITY-REPORT-REC.
           IF WS-OUTFLOW-THRESHOLD > 0
                   AND WS-PROJECTED-OUTFLOW > WS-OUTFLOW-THRESHOLD
               ADD 1 TO WS-DAYS-FLAGGED
               STRING "  PROJECTED OUTFLOW " WS-AMOUNT-DISPLAY-3
                       "  *** OVER TREASURY THRESHOLD ***"
                   DELIMITED BY SIZE INTO LIQUIDITY-REPORT-REC
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "LIQPRJ01" TO ER-JOB-STEP
               MOVE "LQTH" TO ER-ERROR-CODE
               MOVE SPACES TO ER-ERROR-TEXT
               STRING "OUTFLOW OVER THRESHOLD ON "
                       WS-DAY-DATE (DY-IDX)
                   DELIMITED BY SIZE INTO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
           ELSE
               STRING "  PROJECTED OUTFLOW " WS-AMOUNT-DISPLAY-3
                   DELIMITED BY SIZE INTO LIQUIDITY-REPORT-REC
           END-IF.
           WRITE LIQUIDITY-REPORT-REC.

       WRITE-ONE-BUCKET.
           ADD WS-DAY-CREDITS (DY-IDX, BK-IDX) TO WS-DAY-IN.
           ADD WS-DAY-DEBITS (DY-IDX, BK-IDX) TO WS-DAY-OUT.
           COMPUTE WS-DAY-NET = WS-DAY-CREDITS (DY-IDX, BK-IDX)
               - WS-DAY-DEBITS (DY-IDX, BK-IDX).
           MOVE WS-DAY-CREDITS (DY-IDX, BK-IDX) TO WS-AMOUNT-DISPLAY-1.
           MOVE WS-DAY-DEBITS (DY-IDX, BK-IDX) TO WS-AMOUNT-DISPLAY-2.
           MOVE WS-DAY-NET TO WS-NET-DISPLAY.
           MOVE SPACES TO LIQUIDITY-REPORT-REC.
           STRING "  " WS-BKT-PRODUCT (BK-IDX)
                   " " WS-BKT-CURRENCY (BK-IDX)
                   "     CREDITS " WS-AMOUNT-DISPLAY-1
                   "  DEBITS " WS-AMOUNT-DISPLAY-2
                   "  NET " WS-NET-DISPLAY
               DELIMITED BY SIZE INTO LIQUIDITY-REPORT-REC.
           WRITE LIQUIDITY-REPORT-REC.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "LIQPRJ01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-POSTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               READ ACCOUNT-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       SKIP-POSTING-HEADER.
           IF WS-JOURNAL-FILE-STATUS = "00"
               READ POSTING-JOURNAL-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM LIQPRJ01.
