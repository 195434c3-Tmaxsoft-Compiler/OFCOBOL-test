      *  LIMCHK01 watches how big a balance is; this step watches
      *  how fast money moves: each customer's count and summed
      *  amount of clean transactions for the day are accumulated
      *  - every amount first put into the USD base at the rate in
      *  force tonight, the latest on the exchange-rate table the
      *  way POSTAP01 finds it, so a day sent in several currencies
      *  adds up to one figure - and judged against the per-band
      *  velocity thresholds in the
      *  control file (band derived through AGEDRV01 the way
      *  LIMCHK01 does, ** the any-band fallback row).  A customer
      *  beyond either threshold has the whole day's activity moved
      *  to the hold queue instead of posting, and the morning
      *  report shows the day totals beside the thresholds so the
      *  desk releases or rejects through the normal POSTED01 path
      *  with its eyes open.  An amount in a currency with no rate
      *  tonight cannot be judged, so its customer holds and the
      *  item is logged (VFXR).
      *  No table limits the night: the day totals come from the
      *  clean file sorted by customer, the birth date from the
      *  intake file sorted against the customers' intake numbers,
      *  and the routing from the held customers sorted back
      *  against their items, which a last sort returns to file
      *  order for the hold queue and the posting file.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "data/balance_txns_clean.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEAN-OUT-STATUS.
           SELECT EXCHANGE-RATE-FILE
               ASSIGN TO "data/exchange_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT VELOCITY-LIMITS-FILE
               ASSIGN TO "data/velocity_limits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "data/velocity_hold_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT CUSTOMER-DAY-WORK
               ASSIGN TO "data/velocity_day_wrk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAY-FILE-STATUS.
           SELECT HELD-CUSTOMER-WORK
               ASSIGN TO "data/velocity_held_wrk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.
           SELECT ROUTED-ITEM-WORK
               ASSIGN TO "data/velocity_route_wrk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-FILE-STATUS.
           SELECT VEL-DAY-SORT
               ASSIGN TO "data/velocity_day_sortwk.dat".
           SELECT VEL-BAND-SORT
               ASSIGN TO "data/velocity_band_sortwk.dat".
           SELECT VEL-ROUTE-SORT
               ASSIGN TO "data/velocity_route_sortwk.dat".
           SELECT VEL-ORDER-SORT
               ASSIGN TO "data/velocity_order_sortwk.dat".

       DATA DIVISION.
       FILE SECTION.
       FD  CLEAN-TXN-IN.
       01  CLEAN-TXN-IN-REC              PIC X(67).

       FD  CLEAN-TXN-WORK.
       01  CLEAN-TXN-WORK-REC            PIC X(67).

       FD  CLEAN-TXN-OUT.
       01  CLEAN-TXN-OUT-REC             PIC X(67).

       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-REC.
           02 XR-CURRENCY                PIC X(3).
           02 XR-EFF-DATE                PIC 9(7).
           02 XR-RATE                    PIC 9(3)V9(6).

       FD  VELOCITY-LIMITS-FILE.
       01  VELOCITY-LIMITS-REC.
           02 CI-BIRTH-DATE              PIC 9(8).

       FD  HOLD-QUEUE-FILE.
       01  HOLD-QUEUE-REC                PIC X(67).

       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-REC               PIC X(90).

       FD  CUSTOMER-DAY-WORK.
       01  CUSTOMER-DAY-WORK-REC         PIC X(56).

       FD  HELD-CUSTOMER-WORK.
       01  HELD-CUSTOMER-WORK-REC        PIC X(56).

       FD  ROUTED-ITEM-WORK.
       01  ROUTED-ITEM-WORK-REC          PIC X(101).

       SD  VEL-DAY-SORT.
       01  VEL-DAY-SORT-REC.
           05 VD-CUST-NO                 PIC 9(9).
           05 VD-SEQ                     PIC 9(9).
           05 VD-AMOUNT                  PIC 9(10)V99.
           05 VD-UNRATED-FLAG            PIC X(1).
               88 VD-UNRATED             VALUE "Y".

      *
      *  Intake records (kind 1) sort ahead of the customer days
      *  (kind 2) that share their intake number, so the first
      *  intake record on file answers for the birth date.
      *
       SD  VEL-BAND-SORT.
       01  VEL-BAND-SORT-REC.
           05 VB-INTAKE-NO               PIC 9(6).
           05 VB-KIND                    PIC X(1).
               88 VB-INTAKE-BIRTH        VALUE "1".
               88 VB-CUSTOMER-DAY        VALUE "2".
           05 VB-SEQ                     PIC 9(9).
           05 VB-BIRTH-DATE              PIC 9(8).
           05 VB-DAY-DATA                PIC X(56).

       SD  VEL-ROUTE-SORT.
       01  VEL-ROUTE-SORT-REC.
           05 VR-CUST-NO                 PIC 9(9).
           05 VR-KIND                    PIC X(1).
               88 VR-HELD-CUSTOMER       VALUE "1".
               88 VR-CLEAN-ITEM          VALUE "2".
           05 VR-SEQ                     PIC 9(9).
           05 VR-DATA                    PIC X(67).

       SD  VEL-ORDER-SORT.
       01  VEL-ORDER-SORT-REC.
           05 VO-SEQ                     PIC 9(9).
           05 VO-KIND                    PIC X(1).
           05 FILLER                     PIC X(91).

       WORKING-STORAGE SECTION.
       01 WS-CLEAN-IN-STATUS             PIC XX.
       01 WS-WORK-FILE-STATUS            PIC XX.
       01 WS-CLEAN-OUT-STATUS            PIC XX.
       01 WS-RATE-FILE-STATUS            PIC XX.
       01 WS-LIMITS-FILE-STATUS          PIC XX.
       01 WS-INTAKE-FILE-STATUS          PIC XX.
       01 WS-HOLD-FILE-STATUS            PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-DAY-FILE-STATUS             PIC XX.
       01 WS-HELD-FILE-STATUS            PIC XX.
       01 WS-ROUTE-FILE-STATUS           PIC XX.
       01 WS-SORT-RETURN                 PIC XX.
       01 WS-LIMITS-TABLE.
           05 WS-LIMIT-COUNT             PIC 9(2) VALUE 0.
           05 WS-LIMIT-ENTRY OCCURS 20 TIMES INDEXED BY LM-IDX.
               10 WS-LIMIT-BAND          PIC X(8).
               10 WS-LIMIT-MAX-COUNT     PIC 9(3).
               10 WS-LIMIT-MAX-AMOUNT    PIC 9(9).
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
      *  One customer's day: the intake number the birth date is
      *  found under, where the customer first appears in the
      *  clean file (the report lists held customers in that
      *  order), the day's count and USD amount, whether any item
      *  came in a currency with no rate, and the thresholds they
      *  were judged against.
      *
       01 WS-CUSTOMER-DAY.
           05 CD-INTAKE-NO               PIC 9(6).
           05 CD-CUST-NO                 PIC 9(9).
           05 CD-FIRST-SEQ               PIC 9(9).
           05 CD-TXN-COUNT               PIC 9(5).
           05 CD-TXN-AMOUNT              PIC 9(11)V99.
           05 CD-MAX-COUNT               PIC 9(3).
           05 CD-MAX-AMOUNT              PIC 9(9).
           05 CD-HELD-FLAG               PIC X(1).
               88 CD-IS-HELD             VALUE "Y".
           05 CD-UNRATED-FLAG            PIC X(1).
               88 CD-HAS-UNRATED         VALUE "Y".
       01 WS-DAY-OPEN-SWITCH             PIC X(1) VALUE "N".
           88 WS-DAY-IS-OPEN             VALUE "Y".
       01 WS-GROUP-INTAKE-NO             PIC 9(6).
       01 WS-GROUP-CUST-NO               PIC 9(9).
       01 WS-GROUP-SWITCH                PIC X(1) VALUE "N".
           88 WS-GROUP-STARTED           VALUE "Y".
       01 WS-CUSTOMER-HELD-SWITCH        PIC X(1).
           88 WS-CUSTOMER-HELD           VALUE "Y".
       01 WS-ROUTED-ITEM.
           05 RI-SEQ                     PIC 9(9).
           05 RI-KIND                    PIC X(1).
               88 RI-HELD-CUSTOMER       VALUE "1".
               88 RI-CLEAN-ITEM          VALUE "2".
           05 RI-DISPOSITION             PIC X(1).
               88 RI-HOLD                VALUE "H".
               88 RI-PASS                VALUE "P".
           05 RI-DATA                    PIC X(90).
       01 WS-BIRTH-DATE-VAL              PIC 9(8).
       01 WS-CUSTOMER-BAND               PIC X(8).
       01 WS-BIRTH-FOUND                 PIC X(1).
       01 WS-LIMIT-FOUND                 PIC X(1).
      *
      *  Each currency's rate to the USD base in force tonight -
      *  the latest on the exchange-rate table effective by the
      *  run date.
      *
       01 WS-FX-RATE-TABLE.
           05 WS-FX-RATE-COUNT           PIC 9(2) VALUE 0.
           05 WS-FX-RATE-ENTRY OCCURS 20 TIMES INDEXED BY XR-IDX.
               10 WS-FX-CURRENCY         PIC X(3).
               10 WS-FX-EFF-DATE         PIC 9(7).
               10 WS-FX-RATE             PIC 9(3)V9(6).
       01 WS-FX-FIND-CURRENCY            PIC X(3).
       01 WS-FX-FOUND-RATE               PIC 9(3)V9(6).
       01 WS-FX-FOUND-SWITCH             PIC X(1).
           88 WS-FX-WAS-FOUND            VALUE "Y".
       01 WS-TXNS-UNRATED                PIC 9(5) VALUE 0.
       01 WS-AMOUNT-DISPLAY              PIC 9(11).99.
       01 WS-TXNS-READ                   PIC 9(5) VALUE 0.
       01 WS-TXNS-PASSED                 PIC 9(5) VALUE 0.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSCTLTOT.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       VELCHK01-MAIN.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM LOAD-VELOCITY-LIMITS.
           PERFORM LOAD-EXCHANGE-RATES.
           SORT VEL-DAY-SORT
               ON ASCENDING KEY VD-CUST-NO VD-SEQ
               INPUT PROCEDURE IS ACCUMULATE-DAY-TOTALS
               OUTPUT PROCEDURE IS TOTAL-CUSTOMER-DAYS.
           SORT VEL-BAND-SORT
               ON ASCENDING KEY VB-INTAKE-NO VB-KIND VB-SEQ
               INPUT PROCEDURE IS RELEASE-BAND-ITEMS
               OUTPUT PROCEDURE IS JUDGE-ALL-CUSTOMERS.
           SORT VEL-ROUTE-SORT
               ON ASCENDING KEY VR-CUST-NO VR-KIND VR-SEQ
               INPUT PROCEDURE IS RELEASE-ROUTE-ITEMS
               OUTPUT PROCEDURE IS ROUTE-ALL-TXNS.
           PERFORM SPLIT-CLEAN-FILE.
           PERFORM COPY-WORK-BACK-TO-CLEAN.

           DISPLAY "VELCHK01: READ=" WS-TXNS-READ
               " PASSED=" WS-TXNS-PASSED
               " HELD=" WS-TXNS-HELD
               " CUSTOMERS HELD=" WS-CUSTOMERS-HELD
               " NO RATE=" WS-TXNS-UNRATED.

           MOVE WS-TXNS-READ TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
               CLOSE VELOCITY-LIMITS-FILE
           END-IF.

      ***************************************************************
      *  Each clean item is numbered in file order as it is read;
      *  the second read for routing numbers them the same way.
      ***************************************************************
       ACCUMULATE-DAY-TOTALS.
           MOVE 0 TO WS-ITEM-SEQ.
           OPEN INPUT CLEAN-TXN-IN.
           IF WS-CLEAN-IN-STATUS = "00"
               PERFORM UNTIL WS-CLEAN-IN-STATUS = "10"
                   READ CLEAN-TXN-IN INTO WS-CLEAN-TXN
                       AT END
                           MOVE "10" TO WS-CLEAN-IN-STATUS
                       NOT AT END
                           ADD 1 TO WS-TXNS-READ
                           ADD CT-AMOUNT TO WS-AMOUNT-READ-TOTAL
                           ADD 1 TO WS-ITEM-SEQ
                           MOVE CT-CUST-NO TO VD-CUST-NO
                           MOVE WS-ITEM-SEQ TO VD-SEQ
                           PERFORM CONVERT-TO-BASE-AMOUNT
                           RELEASE VEL-DAY-SORT-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CLEAN-TXN-IN.

      ***************************************************************
      *  No currency, or the USD base, counts as sent; any other is
      *  converted at its rate to the base.  With no rate tonight
      *  the item counts as sent and its customer is held for the
      *  desk, since the day's amount cannot be judged.
      ***************************************************************
       CONVERT-TO-BASE-AMOUNT.
           MOVE "N" TO VD-UNRATED-FLAG.
           IF CT-CURRENCY-CODE = SPACES OR CT-CURRENCY-CODE = "USD"
               MOVE CT-AMOUNT TO VD-AMOUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE CT-CURRENCY-CODE TO WS-FX-FIND-CURRENCY.
           PERFORM FIND-FX-RATE.
           IF WS-FX-WAS-FOUND
               COMPUTE VD-AMOUNT ROUNDED =
                   CT-AMOUNT * WS-FX-FOUND-RATE
           ELSE
               MOVE CT-AMOUNT TO VD-AMOUNT
               MOVE "Y" TO VD-UNRATED-FLAG
               PERFORM NOTE-UNRATED-ITEM
           END-IF.

       NOTE-UNRATED-ITEM.
           ADD 1 TO WS-TXNS-UNRATED.
           MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE.
           MOVE "VELCHK01" TO ER-JOB-STEP.
           MOVE "VFXR" TO ER-ERROR-CODE.
           MOVE SPACES TO ER-ERROR-TEXT.
           STRING "NO RATE " CT-CURRENCY-CODE " CUST " CT-CUST-NO
                   " HELD"
               DELIMITED BY SIZE INTO ER-ERROR-TEXT.
           CALL "EXCPLOG01" USING WS-ERROR-RECORD.

      ***************************************************************
      *  Only a rate in force tonight counts, and of those the
      *  latest effective for its currency.
      ***************************************************************
       LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WS-RATE-FILE-STATUS = "00"
               PERFORM UNTIL WS-RATE-FILE-STATUS = "10"
                   READ EXCHANGE-RATE-FILE
                       AT END
                           MOVE "10" TO WS-RATE-FILE-STATUS
                       NOT AT END
                           IF XR-EFF-DATE <= WS-RUN-CCYYDDD
                               PERFORM LOAD-ONE-EXCHANGE-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
           END-IF.

      *    A currency beyond the table's twenty finds no rate and
      *    its items hold, so nothing passes unjudged.
       LOAD-ONE-EXCHANGE-RATE.
           MOVE "N" TO WS-FX-FOUND-SWITCH.
           PERFORM VARYING XR-IDX FROM 1 BY 1
                   UNTIL XR-IDX > WS-FX-RATE-COUNT
                       OR WS-FX-WAS-FOUND
               IF WS-FX-CURRENCY (XR-IDX) = XR-CURRENCY
                   MOVE "Y" TO WS-FX-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF WS-FX-WAS-FOUND
               SET XR-IDX DOWN BY 1
               IF XR-EFF-DATE >= WS-FX-EFF-DATE (XR-IDX)
                   MOVE XR-EFF-DATE TO WS-FX-EFF-DATE (XR-IDX)
                   MOVE XR-RATE TO WS-FX-RATE (XR-IDX)
               END-IF
           ELSE
               IF WS-FX-RATE-COUNT < 20
                   ADD 1 TO WS-FX-RATE-COUNT
                   SET XR-IDX TO WS-FX-RATE-COUNT
                   MOVE XR-CURRENCY TO WS-FX-CURRENCY (XR-IDX)
                   MOVE XR-EFF-DATE TO WS-FX-EFF-DATE (XR-IDX)
                   MOVE XR-RATE TO WS-FX-RATE (XR-IDX)
               END-IF
           END-IF.

       FIND-FX-RATE.
           MOVE "N" TO WS-FX-FOUND-SWITCH.
           MOVE 0 TO WS-FX-FOUND-RATE.
           PERFORM VARYING XR-IDX FROM 1 BY 1
                   UNTIL XR-IDX > WS-FX-RATE-COUNT
                       OR WS-FX-WAS-FOUND
               IF WS-FX-CURRENCY (XR-IDX) = WS-FX-FIND-CURRENCY
                   MOVE "Y" TO WS-FX-FOUND-SWITCH
                   MOVE WS-FX-RATE (XR-IDX) TO WS-FX-FOUND-RATE
               END-IF
           END-PERFORM.

       TOTAL-CUSTOMER-DAYS.
           OPEN OUTPUT CUSTOMER-DAY-WORK.
           MOVE "N" TO WS-DAY-OPEN-SWITCH.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN VEL-DAY-SORT
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       PERFORM TALLY-ONE-TXN
               END-RETURN
           END-PERFORM.
           IF WS-DAY-IS-OPEN
               PERFORM WRITE-CUSTOMER-DAY
           END-IF.
           CLOSE CUSTOMER-DAY-WORK.

       TALLY-ONE-TXN.
           IF WS-DAY-IS-OPEN AND VD-CUST-NO NOT = CD-CUST-NO
               PERFORM WRITE-CUSTOMER-DAY
           END-IF.
           IF WS-DAY-IS-OPEN
               ADD 1 TO CD-TXN-COUNT
               ADD VD-AMOUNT TO CD-TXN-AMOUNT
               IF VD-UNRATED
                   MOVE "Y" TO CD-UNRATED-FLAG
               END-IF
           ELSE
               MOVE "Y" TO WS-DAY-OPEN-SWITCH
               MOVE VD-CUST-NO TO CD-CUST-NO
               MOVE VD-SEQ TO CD-FIRST-SEQ
               MOVE 1 TO CD-TXN-COUNT
               MOVE VD-AMOUNT TO CD-TXN-AMOUNT
               MOVE 0 TO CD-MAX-COUNT
               MOVE 0 TO CD-MAX-AMOUNT
               MOVE "N" TO CD-HELD-FLAG
               MOVE VD-UNRATED-FLAG TO CD-UNRATED-FLAG
           END-IF.

      *    The bridge to the six-digit intake key goes through
      *    CDXREF01 so a check-digit-remediated customer still
      *    finds its birth date for banding.
       WRITE-CUSTOMER-DAY.
           MOVE CD-CUST-NO TO XF-MASTER-NO.
           CALL "CDXREF01" USING WS-CUST-XREF-REQUEST.
           MOVE XF-INTAKE-NO TO CD-INTAKE-NO.
           WRITE CUSTOMER-DAY-WORK-REC FROM WS-CUSTOMER-DAY.
           MOVE "N" TO WS-DAY-OPEN-SWITCH.

       RELEASE-BAND-ITEMS.
           MOVE 0 TO WS-ITEM-SEQ.
           OPEN INPUT CUSTOMER-INTAKE-FILE.
           IF WS-INTAKE-FILE-STATUS = "00"
               PERFORM UNTIL WS-INTAKE-FILE-STATUS = "10"
                   READ CUSTOMER-INTAKE-FILE
                       AT END
                           MOVE "10" TO WS-INTAKE-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-ITEM-SEQ
                           MOVE CI-CUST-NO TO VB-INTAKE-NO
                           SET VB-INTAKE-BIRTH TO TRUE
                           MOVE WS-ITEM-SEQ TO VB-SEQ
                           MOVE CI-BIRTH-DATE TO VB-BIRTH-DATE
                           MOVE SPACES TO VB-DAY-DATA
                           RELEASE VEL-BAND-SORT-REC
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-INTAKE-FILE
           END-IF.
           OPEN INPUT CUSTOMER-DAY-WORK.
           IF WS-DAY-FILE-STATUS = "00"
               PERFORM UNTIL WS-DAY-FILE-STATUS = "10"
                   READ CUSTOMER-DAY-WORK INTO WS-CUSTOMER-DAY
                       AT END
                           MOVE "10" TO WS-DAY-FILE-STATUS
                       NOT AT END
                           MOVE CD-INTAKE-NO TO VB-INTAKE-NO
                           SET VB-CUSTOMER-DAY TO TRUE
                           MOVE CD-FIRST-SEQ TO VB-SEQ
                           MOVE 0 TO VB-BIRTH-DATE
                           MOVE WS-CUSTOMER-DAY TO VB-DAY-DATA
                           RELEASE VEL-BAND-SORT-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CUSTOMER-DAY-WORK.

      ***************************************************************
      *  Each customer's day totals are judged once against the
      *  band's thresholds.  Beyond either threshold, the whole
      *  customer holds: a fraud pattern is the day's activity,
      *  not any one item in it.  A day with an unrated amount in
      *  it holds whatever the thresholds say.
      ***************************************************************
       JUDGE-ALL-CUSTOMERS.
           OPEN OUTPUT HELD-CUSTOMER-WORK.
           MOVE "N" TO WS-GROUP-SWITCH.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN VEL-BAND-SORT
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       PERFORM TAKE-ONE-BAND-ITEM
               END-RETURN
           END-PERFORM.
           CLOSE HELD-CUSTOMER-WORK.

       TAKE-ONE-BAND-ITEM.
           IF NOT WS-GROUP-STARTED
                   OR VB-INTAKE-NO NOT = WS-GROUP-INTAKE-NO
               MOVE "Y" TO WS-GROUP-SWITCH
               MOVE VB-INTAKE-NO TO WS-GROUP-INTAKE-NO
               MOVE "N" TO WS-BIRTH-FOUND
           END-IF.
           IF VB-INTAKE-BIRTH
               IF WS-BIRTH-FOUND = "N"
                   MOVE "Y" TO WS-BIRTH-FOUND
                   MOVE VB-BIRTH-DATE TO WS-BIRTH-DATE-VAL
               END-IF
           ELSE
               MOVE VB-DAY-DATA TO WS-CUSTOMER-DAY
               PERFORM JUDGE-ONE-CUSTOMER
           END-IF.

       JUDGE-ONE-CUSTOMER.
           PERFORM DERIVE-CUSTOMER-BAND.
           PERFORM FIND-APPLICABLE-LIMIT.
           IF WS-LIMIT-FOUND = "Y"
               IF CD-TXN-COUNT > CD-MAX-COUNT
                   OR CD-TXN-AMOUNT > CD-MAX-AMOUNT
                   MOVE "Y" TO CD-HELD-FLAG
               END-IF
           END-IF.
           IF CD-HAS-UNRATED
               MOVE "Y" TO CD-HELD-FLAG
           END-IF.
           IF CD-IS-HELD
               ADD 1 TO WS-CUSTOMERS-HELD
               WRITE HELD-CUSTOMER-WORK-REC FROM WS-CUSTOMER-DAY
           END-IF.

       DERIVE-CUSTOMER-BAND.
           MOVE SPACES TO WS-CUSTOMER-BAND.
           IF WS-BIRTH-FOUND = "Y"
               MOVE WS-BIRTH-DATE-VAL TO AD-BIRTH-DATE
               MOVE WS-RUN-CCYYDDD TO AD-RUN-CCYYDDD
               CALL "AGEDRV01" USING WS-AGE-DERIVE-REQUEST
               IF AD-STATUS-OK
               IF WS-LIMIT-BAND (LM-IDX) = WS-CUSTOMER-BAND
                   MOVE "Y" TO WS-LIMIT-FOUND
                   MOVE WS-LIMIT-MAX-COUNT (LM-IDX)
                       TO CD-MAX-COUNT
                   MOVE WS-LIMIT-MAX-AMOUNT (LM-IDX)
                       TO CD-MAX-AMOUNT
               END-IF
           END-PERFORM.
           IF WS-LIMIT-FOUND = "N"
                   IF WS-LIMIT-BAND (LM-IDX) = "**"
                       MOVE "Y" TO WS-LIMIT-FOUND
                       MOVE WS-LIMIT-MAX-COUNT (LM-IDX)
                           TO CD-MAX-COUNT
                       MOVE WS-LIMIT-MAX-AMOUNT (LM-IDX)
                           TO CD-MAX-AMOUNT
                   END-IF
               END-PERFORM
           END-IF.

      ***************************************************************
      *  The held customers sort ahead of their own items, so each
      *  item learns whether its customer holds; the report line
      *  for a held customer rides along at the place the customer
      *  first appeared.
      ***************************************************************
       RELEASE-ROUTE-ITEMS.
           OPEN INPUT HELD-CUSTOMER-WORK.
           IF WS-HELD-FILE-STATUS = "00"
               PERFORM UNTIL WS-HELD-FILE-STATUS = "10"
                   READ HELD-CUSTOMER-WORK INTO WS-CUSTOMER-DAY
                       AT END
                           MOVE "10" TO WS-HELD-FILE-STATUS
                       NOT AT END
                           MOVE CD-CUST-NO TO VR-CUST-NO
                           SET VR-HELD-CUSTOMER TO TRUE
                           MOVE CD-FIRST-SEQ TO VR-SEQ
                           MOVE WS-CUSTOMER-DAY TO VR-DATA
                           RELEASE VEL-ROUTE-SORT-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HELD-CUSTOMER-WORK.
           MOVE 0 TO WS-ITEM-SEQ.
           OPEN INPUT CLEAN-TXN-IN.
           IF WS-CLEAN-IN-STATUS = "00"
               PERFORM UNTIL WS-CLEAN-IN-STATUS = "10"
                   READ CLEAN-TXN-IN INTO WS-CLEAN-TXN
                       AT END
                           MOVE "10" TO WS-CLEAN-IN-STATUS
                       NOT AT END
                           ADD 1 TO WS-ITEM-SEQ
                           MOVE CT-CUST-NO TO VR-CUST-NO
                           SET VR-CLEAN-ITEM TO TRUE
                           MOVE WS-ITEM-SEQ TO VR-SEQ
                           MOVE WS-CLEAN-TXN TO VR-DATA
                           RELEASE VEL-ROUTE-SORT-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CLEAN-TXN-IN.

       ROUTE-ALL-TXNS.
           OPEN OUTPUT ROUTED-ITEM-WORK.
           MOVE "N" TO WS-GROUP-SWITCH.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN VEL-ROUTE-SORT
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       PERFORM ROUTE-ONE-TXN
               END-RETURN
           END-PERFORM.
           CLOSE ROUTED-ITEM-WORK.

       ROUTE-ONE-TXN.
           IF NOT WS-GROUP-STARTED
                   OR VR-CUST-NO NOT = WS-GROUP-CUST-NO
               MOVE "Y" TO WS-GROUP-SWITCH
               MOVE VR-CUST-NO TO WS-GROUP-CUST-NO
               MOVE "N" TO WS-CUSTOMER-HELD-SWITCH
           END-IF.
           MOVE SPACES TO WS-ROUTED-ITEM.
           MOVE VR-SEQ TO RI-SEQ.
           MOVE VR-DATA TO RI-DATA.
           IF VR-HELD-CUSTOMER
               MOVE "Y" TO WS-CUSTOMER-HELD-SWITCH
               SET RI-HELD-CUSTOMER TO TRUE
           ELSE
               SET RI-CLEAN-ITEM TO TRUE
               IF WS-CUSTOMER-HELD
                   SET RI-HOLD TO TRUE
               ELSE
                   SET RI-PASS TO TRUE
               END-IF
           END-IF.
           WRITE ROUTED-ITEM-WORK-REC FROM WS-ROUTED-ITEM.

      ***************************************************************
      *  Back in file order: a held customer's items append to the
      *  hold queue, the rest go forward to posting, and the hold
      *  report lists the held customers in the order they first
      *  appeared.
      ***************************************************************
       SPLIT-CLEAN-FILE.
           OPEN OUTPUT HOLD-REPORT-FILE.
           MOVE SPACES TO HOLD-REPORT-REC.
           STRING "VELOCITY HOLD QUEUE  DATE " WS-RUN-CCYYDDD
               DELIMITED BY SIZE INTO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.
           OPEN OUTPUT CLEAN-TXN-WORK.
           OPEN EXTEND HOLD-QUEUE-FILE.
           IF WS-HOLD-FILE-STATUS NOT = "00"
               OPEN OUTPUT HOLD-QUEUE-FILE
           END-IF.
           SORT VEL-ORDER-SORT
               ON ASCENDING KEY VO-SEQ VO-KIND
               INPUT PROCEDURE IS RELEASE-ROUTED-ITEMS
               OUTPUT PROCEDURE IS WRITE-ROUTED-ITEMS.
           CLOSE CLEAN-TXN-WORK.
           CLOSE HOLD-QUEUE-FILE.
           MOVE SPACES TO HOLD-REPORT-REC.
           STRING "CUSTOMERS HELD=" WS-CUSTOMERS-HELD
               DELIMITED BY SIZE INTO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.
           CLOSE HOLD-REPORT-FILE.

       RELEASE-ROUTED-ITEMS.
           OPEN INPUT ROUTED-ITEM-WORK.
           IF WS-ROUTE-FILE-STATUS = "00"
               PERFORM UNTIL WS-ROUTE-FILE-STATUS = "10"
                   READ ROUTED-ITEM-WORK
                       AT END
                           MOVE "10" TO WS-ROUTE-FILE-STATUS
                       NOT AT END
                           RELEASE VEL-ORDER-SORT-REC
                               FROM ROUTED-ITEM-WORK-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ROUTED-ITEM-WORK.

       WRITE-ROUTED-ITEMS.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN VEL-ORDER-SORT INTO WS-ROUTED-ITEM
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       PERFORM WRITE-ONE-ROUTED-ITEM
               END-RETURN
           END-PERFORM.

       WRITE-ONE-ROUTED-ITEM.
           IF RI-HELD-CUSTOMER
               MOVE RI-DATA TO WS-CUSTOMER-DAY
               PERFORM WRITE-HELD-CUSTOMER-LINE
           ELSE
               MOVE RI-DATA TO WS-CLEAN-TXN
               IF RI-HOLD
                   ADD 1 TO WS-TXNS-HELD
                   WRITE HOLD-QUEUE-REC FROM WS-CLEAN-TXN
               ELSE
                   ADD 1 TO WS-TXNS-PASSED
                   ADD CT-AMOUNT TO WS-AMOUNT-PASSED-TOTAL
                   WRITE CLEAN-TXN-WORK-REC FROM WS-CLEAN-TXN
               END-IF
           END-IF.

       WRITE-HELD-CUSTOMER-LINE.
           MOVE CD-TXN-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO HOLD-REPORT-REC.
           STRING "  HELD " CD-CUST-NO
                   " COUNT=" CD-TXN-COUNT
                   "/" CD-MAX-COUNT
                   " AMOUNT=" WS-AMOUNT-DISPLAY
                   "/" CD-MAX-AMOUNT " USD"
               DELIMITED BY SIZE INTO HOLD-REPORT-REC.
           IF CD-HAS-UNRATED
               MOVE "NO RATE" TO HOLD-REPORT-REC (71:7)
           END-IF.
           WRITE HOLD-REPORT-REC.

       COPY-WORK-BACK-TO-CLEAN.
           OPEN INPUT CLEAN-TXN-WORK.
           OPEN OUTPUT CLEAN-TXN-OUT.
