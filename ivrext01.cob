       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVREXT01.
      ***************************************************************
      *  IVREXT01 - nightly balance and recent-activity extract for
      *  the phone-banking IVR vendor, run once POSTAP01 has posted
      *  the night's work.  One record goes out per open account on
      *  the WSACCTM account master with:
      *    the current balance, signed;
      *    the available balance - what the customer can draw
      *      tomorrow: a demand deposit account's balance, the
      *      default account (suffix 1) also carrying the
      *      customer's approved overdraft limit, never below zero;
      *      nothing on a term deposit, a loan, or an account whose
      *      customer is FROZEN or POST-NO-DR;
      *    the customer's last five posting-journal entries, newest
      *      first - the journal is kept at customer level, so every
      *      account of the customer carries the same five; sweep
      *      transfer legs are internal and left out;
      *    the next date one of the account's standing orders will
      *      fire (zero when none will), worked out the way STORD01
      *      schedules it: the order's day in the month, clamped to
      *      the month's end and rolled forward over weekends and
      *      holidays by BIZADJ01;
      *    the flags that route the call to an agent: a customer on
      *      counsel's legal-hold list (asked of LGLHLD01, which
      *      records that the hold bound the routing), a FROZEN
      *      customer, and an account with no customer record.
      *  HDR and TRL records bracket the file; the trailer carries
      *  the account record count and the hash of absolute current
      *  balances the vendor proves its load against, and the same
      *  count and hash are posted as this step's producer totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "data/posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT STANDING-ORDER-FILE
               ASSIGN TO "data/standing_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.
           SELECT JOURNAL-SORT-FILE
               ASSIGN TO "data/ivr_journal_sortwk.dat".
           SELECT IVR-EXTRACT-FILE
               ASSIGN TO "data/ivr_extract.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  POSTING-JOURNAL-FILE.
       01  POSTING-JOURNAL-REC           PIC X(90).

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

      *
      *  Journal entries newest first within customer: the line's
      *  place in the journal orders it, since the journal is only
      *  ever appended to.
      *
       SD  JOURNAL-SORT-FILE.
       01  JOURNAL-SORT-REC.
           05 JS-CUST-NO                 PIC 9(9).
           05 JS-LINE-NO                 PIC 9(9).
           05 JS-POSTED-DATE             PIC 9(7).
           05 JS-AMOUNT                  PIC S9(9)V99.
           05 JS-TYPE-CODE               PIC X(2).

       FD  IVR-EXTRACT-FILE.
       01  IVR-EXTRACT-REC               PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-JOURNAL-FILE-STATUS         PIC XX.
       01 WS-ORDER-FILE-STATUS           PIC XX.
       01 WS-EXTRACT-FILE-STATUS         PIC XX.
       01 WS-JOURNAL-LINE-NO             PIC 9(9) VALUE 0.
       01 WS-JOURNAL-EOF-SWITCH          PIC X(1) VALUE "N".
           88 WS-JOURNAL-EOF             VALUE "Y".
       01 WS-MASTER-EOF-SWITCH           PIC X(1) VALUE "N".
           88 WS-MASTER-EOF              VALUE "Y".
       01 WS-CUSTOMER-FOUND-SWITCH       PIC X(1).
           88 WS-CUSTOMER-FOUND          VALUE "Y".
       01 WS-CURRENT-CUST-NO             PIC 9(9) VALUE 0.
       01 WS-CURRENT-HELD-SWITCH         PIC X(1).
           88 WS-CURRENT-HELD            VALUE "Y".
       01 WS-ITEM-AMOUNT                 PIC S9(9)V99.
       01 WS-AVAILABLE                   PIC S9(9)V99.
       01 WS-DEFAULT-ACCT-NO             PIC 9(10).
      *
      *  The customer's last five entries, held while each of the
      *  customer's accounts is written.
      *
       01 WS-ACTIVITY-TABLE.
           05 WS-ACTIVITY-COUNT          PIC 9(1) VALUE 0.
           05 WS-ACTIVITY-ENTRY OCCURS 5 TIMES INDEXED BY AC-IDX.
               10 WS-ACT-DATE            PIC 9(7).
               10 WS-ACT-AMOUNT          PIC S9(9)V99.
               10 WS-ACT-TYPE-CODE       PIC X(2).
      *
      *  Monthly standing orders, by the account they post to.
      *
       01 WS-ORDER-TABLE.
           05 WS-ORDER-COUNT             PIC 9(4) VALUE 0.
           05 WS-ORDER-ENTRY OCCURS 2000 TIMES INDEXED BY SO-IDX.
               10 WS-ORD-ACCT-NO         PIC 9(10).
               10 WS-ORD-DAY             PIC 9(2).
               10 WS-ORD-START-DATE      PIC 9(7).
               10 WS-ORD-END-DATE        PIC 9(7).
       01 WS-ORDER-FULL-SWITCH           PIC X(1) VALUE "N".
           88 WS-ORDER-TABLE-FULL        VALUE "Y".
       01 WS-NEXT-ORDER-DATE             PIC 9(7).
       01 WS-ORDER-DATE                  PIC 9(7).
       01 WS-MONTH-OFFSET                PIC 9(2).
       01 WS-RUN-GREGORIAN               PIC 9(8).
       01 WS-RUN-GREGORIAN-R REDEFINES WS-RUN-GREGORIAN.
           05 WS-RUN-G-YEAR              PIC 9(4).
           05 WS-RUN-G-MONTH             PIC 9(2).
           05 WS-RUN-G-DAY               PIC 9(2).
       01 WS-SCHED-GREGORIAN             PIC 9(8).
       01 WS-SCHED-GREGORIAN-R REDEFINES WS-SCHED-GREGORIAN.
           05 WS-SCHED-G-YEAR            PIC 9(4).
           05 WS-SCHED-G-MONTH           PIC 9(2).
           05 WS-SCHED-G-DAY             PIC 9(2).
       01 WS-SCHED-DAY-INTEGER           PIC 9(8).
       01 WS-MONTH-COUNT                 PIC 9(6).
       01 WS-ACCOUNTS-WRITTEN            PIC 9(7) VALUE 0.
       01 WS-ACCOUNTS-ROUTED             PIC 9(7) VALUE 0.
       01 WS-BALANCE-HASH                PIC 9(13)V99 VALUE 0.
      *
      *  Vendor records: fixed 200-byte layouts, amounts unsigned
      *  display with two implied decimals and a trailing sign byte
      *  where the amount can be negative.
      *
       01 WS-IVR-HEADER.
           05 FILLER                     PIC X(3) VALUE "HDR".
           05 IH-BUSINESS-DATE           PIC 9(7).
           05 IH-FILE-ID                 PIC X(8) VALUE "IVRBAL01".
           05 FILLER                     PIC X(182) VALUE SPACES.
       01 WS-IVR-ACCOUNT.
           05 FILLER                     PIC X(3) VALUE "BAL".
           05 IB-ACCT-NO                 PIC 9(10).
           05 IB-CUST-NO                 PIC 9(9).
           05 IB-PRODUCT-CODE            PIC X(2).
           05 IB-ACCOUNT-CLASS           PIC X(1).
           05 IB-LANGUAGE                PIC X(2).
           05 IB-BALANCE                 PIC 9(9)V99.
           05 IB-BALANCE-SIGN            PIC X(1).
           05 IB-AVAILABLE               PIC 9(9)V99.
           05 IB-ROUTE-TO-AGENT          PIC X(1).
           05 IB-LEGAL-HOLD-FLAG         PIC X(1).
           05 IB-FROZEN-FLAG             PIC X(1).
           05 IB-NEXT-ORDER-DATE         PIC 9(7).
           05 IB-ACTIVITY-COUNT          PIC 9(1).
           05 IB-ACTIVITY OCCURS 5 TIMES.
               10 IB-ACT-DATE            PIC 9(7).
               10 IB-ACT-AMOUNT          PIC 9(9)V99.
               10 IB-ACT-SIGN            PIC X(1).
               10 IB-ACT-TYPE-CODE       PIC X(2).
           05 FILLER                     PIC X(34) VALUE SPACES.
       01 WS-IVR-TRAILER.
           05 FILLER                     PIC X(3) VALUE "TRL".
           05 IT-RECORD-COUNT            PIC 9(7).
           05 IT-BALANCE-HASH            PIC 9(13)V99.
           05 FILLER                     PIC X(175) VALUE SPACES.
       COPY WSLGLHLD.
       COPY WSBIZADJ.
       COPY WSCTLTOT.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       IVREXT01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "IVREXT01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           COMPUTE WS-RUN-GREGORIAN = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD)).
           PERFORM LOAD-STANDING-ORDERS.

           OPEN OUTPUT IVR-EXTRACT-FILE.
           MOVE WS-RUN-CCYYDDD TO IH-BUSINESS-DATE.
           WRITE IVR-EXTRACT-REC FROM WS-IVR-HEADER.

           SORT JOURNAL-SORT-FILE
               ON ASCENDING KEY JS-CUST-NO
               ON DESCENDING KEY JS-LINE-NO
               INPUT PROCEDURE IS RELEASE-JOURNAL-ENTRIES
               OUTPUT PROCEDURE IS WRITE-ACCOUNT-RECORDS.

           MOVE WS-ACCOUNTS-WRITTEN TO IT-RECORD-COUNT.
           MOVE WS-BALANCE-HASH TO IT-BALANCE-HASH.
           WRITE IVR-EXTRACT-REC FROM WS-IVR-TRAILER.
           CLOSE IVR-EXTRACT-FILE.

           PERFORM POST-CONTROL-TOTALS.

           DISPLAY "IVREXT01: ACCOUNTS=" WS-ACCOUNTS-WRITTEN
               " ROUTED TO AGENT=" WS-ACCOUNTS-ROUTED
               " STANDING ORDERS=" WS-ORDER-COUNT.

           MOVE WS-ACCOUNTS-WRITTEN TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           IF WS-ORDER-TABLE-FULL
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      ***************************************************************
      *  Only monthly orders ever fire (STORD01 reports and skips
      *  any other frequency), so only they are loaded.  An order
      *  with no account posts to the customer's default account.
      *  Orders past what the table holds are logged; the balances
      *  still go to the IVR, and the step ends nonzero since some
      *  next-order dates will be missing.
      ***************************************************************
       LOAD-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDER-FILE.
           IF WS-ORDER-FILE-STATUS = "00"
               PERFORM UNTIL WS-ORDER-FILE-STATUS = "10"
                   READ STANDING-ORDER-FILE
                       AT END
                           MOVE "10" TO WS-ORDER-FILE-STATUS
                       NOT AT END
                           IF SO-FREQUENCY = "M"
                               PERFORM TAKE-ONE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF.

       TAKE-ONE-ORDER.
           IF WS-ORDER-COUNT = 2000
               IF NOT WS-ORDER-TABLE-FULL
                   MOVE "Y" TO WS-ORDER-FULL-SWITCH
                   MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
                   MOVE "IVREXT01" TO ER-JOB-STEP
                   MOVE "IVRT" TO ER-ERROR-CODE
                   MOVE "STANDING ORDERS OVER 2000 - DATES SHORT"
                       TO ER-ERROR-TEXT
                   CALL "EXCPLOG01" USING WS-ERROR-RECORD
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ORDER-COUNT.
           SET SO-IDX TO WS-ORDER-COUNT.
           IF SO-ACCT-NO IS NUMERIC
               MOVE SO-ACCT-NO TO WS-ORD-ACCT-NO (SO-IDX)
           ELSE
               COMPUTE WS-ORD-ACCT-NO (SO-IDX) = SO-CUST-NO * 10 + 1
           END-IF.
           MOVE SO-DAY-OF-MONTH TO WS-ORD-DAY (SO-IDX).
           MOVE SO-START-DATE TO WS-ORD-START-DATE (SO-IDX).
           MOVE SO-END-DATE TO WS-ORD-END-DATE (SO-IDX).

      ***************************************************************
      *  Every dated customer line on the journal goes to the sort
      *  except the sweep legs and the TOTAL lines.
      ***************************************************************
       RELEASE-JOURNAL-ENTRIES.
           OPEN INPUT POSTING-JOURNAL-FILE.
           PERFORM SKIP-POSTING-HEADER.
           IF WS-JOURNAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-FILE-STATUS = "10"
                   READ POSTING-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-JOURNAL-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-JOURNAL-LINE-NO
                           IF POSTING-JOURNAL-REC (1:7) IS NUMERIC
                                   AND POSTING-JOURNAL-REC (9:9)
                                       IS NUMERIC
                                   AND POSTING-JOURNAL-REC (65:8)
                                       NOT = "SWEEPXFR"
                               PERFORM RELEASE-ONE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-JOURNAL-FILE
           END-IF.

       RELEASE-ONE-ENTRY.
           MOVE POSTING-JOURNAL-REC (9:9) TO JS-CUST-NO.
           MOVE WS-JOURNAL-LINE-NO TO JS-LINE-NO.
           MOVE POSTING-JOURNAL-REC (1:7) TO JS-POSTED-DATE.
           COMPUTE JS-AMOUNT =
               FUNCTION NUMVAL (POSTING-JOURNAL-REC (26:11)).
           MOVE POSTING-JOURNAL-REC (89:2) TO JS-TYPE-CODE.
           RELEASE JOURNAL-SORT-REC.

      ***************************************************************
      *  The account master, the customer master and the sorted
      *  journal are all in customer order and are read side by
      *  side; each customer is looked up once, for its first open
      *  account.
      ***************************************************************
       WRITE-ACCOUNT-RECORDS.
           PERFORM RETURN-NEXT-ENTRY.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM READ-NEXT-MASTER
           ELSE
               MOVE "Y" TO WS-MASTER-EOF-SWITCH
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           IF AM-ACCOUNT-OPEN
                               PERFORM EXTRACT-ONE-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           IF WS-MASTER-FILE-STATUS NOT = "35"
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           PERFORM RETURN-NEXT-ENTRY UNTIL WS-JOURNAL-EOF.

       RETURN-NEXT-ENTRY.
           RETURN JOURNAL-SORT-FILE
               AT END
                   MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
           END-RETURN.

       READ-NEXT-MASTER.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
           END-READ.

       EXTRACT-ONE-ACCOUNT.
           IF AM-CUST-NO NOT = WS-CURRENT-CUST-NO
               PERFORM START-CUSTOMER
           END-IF.
           PERFORM FIND-NEXT-ORDER-DATE.
           PERFORM WORK-OUT-AVAILABLE.

           MOVE AM-ACCT-NO TO IB-ACCT-NO.
           MOVE AM-CUST-NO TO IB-CUST-NO.
           MOVE AM-PRODUCT-CODE TO IB-PRODUCT-CODE.
           MOVE AM-ACCOUNT-CLASS TO IB-ACCOUNT-CLASS.
           MOVE "EN" TO IB-LANGUAGE.
           MOVE "N" TO IB-FROZEN-FLAG.
           MOVE "N" TO IB-LEGAL-HOLD-FLAG.
           MOVE "N" TO IB-ROUTE-TO-AGENT.
           IF WS-CUSTOMER-FOUND
               IF CN-LANGUAGE-CODE NOT = SPACES
                   MOVE CN-LANGUAGE-CODE TO IB-LANGUAGE
               END-IF
               IF CN-STATUS-FROZEN
                   MOVE "Y" TO IB-FROZEN-FLAG
                   MOVE "Y" TO IB-ROUTE-TO-AGENT
               END-IF
           ELSE
               MOVE "Y" TO IB-ROUTE-TO-AGENT
           END-IF.
           IF WS-CURRENT-HELD
               MOVE "Y" TO IB-LEGAL-HOLD-FLAG
               MOVE "Y" TO IB-ROUTE-TO-AGENT
           END-IF.
           IF IB-ROUTE-TO-AGENT = "Y"
               ADD 1 TO WS-ACCOUNTS-ROUTED
           END-IF.

           MOVE AM-BALANCE TO IB-BALANCE.
           MOVE "+" TO IB-BALANCE-SIGN.
           IF AM-BALANCE < 0
               MOVE "-" TO IB-BALANCE-SIGN
           END-IF.
           MOVE WS-AVAILABLE TO IB-AVAILABLE.
           MOVE WS-NEXT-ORDER-DATE TO IB-NEXT-ORDER-DATE.
           MOVE WS-ACTIVITY-COUNT TO IB-ACTIVITY-COUNT.
           PERFORM VARYING AC-IDX FROM 1 BY 1 UNTIL AC-IDX > 5
               IF AC-IDX > WS-ACTIVITY-COUNT
                   MOVE 0 TO IB-ACT-DATE (AC-IDX)
                   MOVE 0 TO IB-ACT-AMOUNT (AC-IDX)
                   MOVE SPACE TO IB-ACT-SIGN (AC-IDX)
                   MOVE SPACES TO IB-ACT-TYPE-CODE (AC-IDX)
               ELSE
                   MOVE WS-ACT-DATE (AC-IDX) TO IB-ACT-DATE (AC-IDX)
                   MOVE WS-ACT-AMOUNT (AC-IDX)
                       TO IB-ACT-AMOUNT (AC-IDX)
                   MOVE "+" TO IB-ACT-SIGN (AC-IDX)
                   IF WS-ACT-AMOUNT (AC-IDX) < 0
                       MOVE "-" TO IB-ACT-SIGN (AC-IDX)
                   END-IF
                   MOVE WS-ACT-TYPE-CODE (AC-IDX)
                       TO IB-ACT-TYPE-CODE (AC-IDX)
               END-IF
           END-PERFORM.
           WRITE IVR-EXTRACT-REC FROM WS-IVR-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-WRITTEN.
           ADD IB-BALANCE TO WS-BALANCE-HASH.

      ***************************************************************
      *  A new customer: its master record, whether counsel holds
      *  it, and its newest five journal entries; older entries
      *  and those of customers with no open account are passed.
      ***************************************************************
       START-CUSTOMER.
           MOVE AM-CUST-NO TO WS-CURRENT-CUST-NO.
           PERFORM READ-NEXT-MASTER
               UNTIL WS-MASTER-EOF
                   OR CN-CUST-NO NOT < WS-CURRENT-CUST-NO.
           MOVE "N" TO WS-CUSTOMER-FOUND-SWITCH.
           IF NOT WS-MASTER-EOF
                   AND CN-CUST-NO = WS-CURRENT-CUST-NO
               MOVE "Y" TO WS-CUSTOMER-FOUND-SWITCH
           END-IF.

           MOVE WS-CURRENT-CUST-NO TO LH-CUST-NO.
           MOVE "IVRROUTE" TO LH-ACTION.
           MOVE "IVREXT01" TO LH-SOURCE-PROGRAM.
           CALL "LGLHLD01" USING WS-LEGAL-HOLD-REQUEST.
           MOVE "N" TO WS-CURRENT-HELD-SWITCH.
           IF LH-IS-HELD
               MOVE "Y" TO WS-CURRENT-HELD-SWITCH
           END-IF.

           MOVE 0 TO WS-ACTIVITY-COUNT.
           PERFORM RETURN-NEXT-ENTRY
               UNTIL WS-JOURNAL-EOF
                   OR JS-CUST-NO NOT < WS-CURRENT-CUST-NO.
           PERFORM UNTIL WS-JOURNAL-EOF
                   OR JS-CUST-NO NOT = WS-CURRENT-CUST-NO
               IF WS-ACTIVITY-COUNT < 5
                   ADD 1 TO WS-ACTIVITY-COUNT
                   SET AC-IDX TO WS-ACTIVITY-COUNT
                   MOVE JS-POSTED-DATE TO WS-ACT-DATE (AC-IDX)
                   MOVE JS-AMOUNT TO WS-ACT-AMOUNT (AC-IDX)
                   MOVE JS-TYPE-CODE TO WS-ACT-TYPE-CODE (AC-IDX)
               END-IF
               PERFORM RETURN-NEXT-ENTRY
           END-PERFORM.

       WORK-OUT-AVAILABLE.
           MOVE 0 TO WS-AVAILABLE.
           IF AM-DEPOSIT-ACCOUNT AND AM-DEMAND-ACCOUNT
                   AND WS-CUSTOMER-FOUND
                   AND NOT CN-STATUS-FROZEN
                   AND NOT CN-STATUS-POST-NO-DR
               MOVE AM-BALANCE TO WS-AVAILABLE
               COMPUTE WS-DEFAULT-ACCT-NO = AM-CUST-NO * 10 + 1
               IF AM-ACCT-NO = WS-DEFAULT-ACCT-NO
                   ADD CN-OVERDRAFT-LIMIT TO WS-AVAILABLE
               END-IF
               IF WS-AVAILABLE < 0
                   MOVE 0 TO WS-AVAILABLE
               END-IF
           END-IF.

      ***************************************************************
      *  The soonest date after tonight any of the account's orders
      *  fires.  Each order is tried month by month from the run
      *  month: the first rolled date past tonight and not before
      *  the order's start is its next firing, unless it falls past
      *  the order's end date, when the order will not fire again.
      ***************************************************************
       FIND-NEXT-ORDER-DATE.
           MOVE 0 TO WS-NEXT-ORDER-DATE.
           PERFORM VARYING SO-IDX FROM 1 BY 1
                   UNTIL SO-IDX > WS-ORDER-COUNT
               IF WS-ORD-ACCT-NO (SO-IDX) = AM-ACCT-NO
                   PERFORM FIND-ORDER-FIRING
                   IF WS-ORDER-DATE > 0
                           AND (WS-NEXT-ORDER-DATE = 0
                               OR WS-ORDER-DATE < WS-NEXT-ORDER-DATE)
                       MOVE WS-ORDER-DATE TO WS-NEXT-ORDER-DATE
                   END-IF
               END-IF
           END-PERFORM.

       FIND-ORDER-FIRING.
           MOVE 0 TO WS-ORDER-DATE.
           PERFORM VARYING WS-MONTH-OFFSET FROM 0 BY 1
                   UNTIL WS-MONTH-OFFSET > 13
                       OR WS-ORDER-DATE > 0
               PERFORM COMPUTE-SCHEDULED-DATE
               IF BA-ADJUSTED-DATE > WS-RUN-CCYYDDD
                       AND BA-ADJUSTED-DATE
                           NOT < WS-ORD-START-DATE (SO-IDX)
                   MOVE BA-ADJUSTED-DATE TO WS-ORDER-DATE
               END-IF
           END-PERFORM.
           IF WS-ORD-END-DATE (SO-IDX) > 0
                   AND WS-ORDER-DATE > WS-ORD-END-DATE (SO-IDX)
               MOVE 0 TO WS-ORDER-DATE
           END-IF.

       COMPUTE-SCHEDULED-DATE.
           COMPUTE WS-MONTH-COUNT =
               WS-RUN-G-YEAR * 12 + WS-RUN-G-MONTH - 1
               + WS-MONTH-OFFSET.
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-SCHED-G-YEAR REMAINDER WS-SCHED-G-MONTH.
           ADD 1 TO WS-SCHED-G-MONTH.
           MOVE WS-ORD-DAY (SO-IDX) TO WS-SCHED-G-DAY.
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

       POST-CONTROL-TOTALS.
           MOVE WS-RUN-CCYYDDD TO CT-RUN-DATE.
           MOVE "IVREXT01" TO CT-STEP-NAME.
           SET CT-ROLE-PRODUCER TO TRUE.
           MOVE "data/ivr_extract.dat" TO CT-FILE-NAME.
           MOVE WS-ACCOUNTS-WRITTEN TO CT-RECORD-COUNT.
           MOVE WS-BALANCE-HASH TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "IVREXT01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-POSTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-POSTING-HEADER.
           IF WS-JOURNAL-FILE-STATUS = "00"
               READ POSTING-JOURNAL-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               READ CUSTOMER-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               READ ACCOUNT-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM IVREXT01.
