       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTDLY01.
      ***************************************************************
      *  INTDLY01 - daily interest accrual with month-end true-up.
      *  INTACC01 pays a whole month's interest on one night, which
      *  left the ledger without the liability for the interest
      *  customers were earning in between.  Every night this step
      *  accrues each open demand deposit account's one-day
      *  interest on its balance at the account's balance-tier rate
      *  - the INTTIR01 service, so the accrual is figured at the
      *  rate the month end will pay - onto the account's accrued
      *  interest payable (WSINTACR), and writes the night's
      *  accrual journal, which GLEXTR01 books through the INTACCR
      *  posting rule to interest expense and interest payable.  An
      *  account that has closed since has had its interest paid by
      *  ACCCLS01 and its accrual is released.  On month-end night,
      *  after INTACC01 has credited the month's interest, each
      *  customer's actual credited interest is trued up against
      *  the interest accrued on the customer's accounts: the
      *  difference books through the INTTRUE rule and the accruals
      *  go back to zero, so once INTACC01's credit has moved the
      *  payable to the deposits (INTPAID) the payable is clear and
      *  the month's expense is exactly what was paid.  A month end
      *  on which INTACC01 has posted no control total for tonight
      *  is not trued up - the accruals stand, the exception is
      *  logged, and the step ends RC 4 for operations to rerun it
      *  after the interest run.  The journal is cut fresh each
      *  night and the accrual file keeps the night's starting
      *  totals, so a rerun of the same night replaces the night
      *  instead of adding to it.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT ACCRUAL-FILE-IN
               ASSIGN TO "data/interest_accruals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-IN-STATUS.
           SELECT ACCRUAL-FILE-OUT
               ASSIGN TO "data/interest_accruals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-OUT-STATUS.
           SELECT ACCRUAL-JOURNAL-FILE
               ASSIGN TO "data/interest_accrual_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT INTEREST-JOURNAL-FILE
               ASSIGN TO "data/interest_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEREST-FILE-STATUS.
           SELECT CONTROL-TOTAL-FILE
               ASSIGN TO "data/control_totals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  ACCRUAL-FILE-IN.
       01  ACCRUAL-IN-REC                PIC X(77).

       FD  ACCRUAL-FILE-OUT.
       01  ACCRUAL-OUT-REC               PIC X(77).

       FD  ACCRUAL-JOURNAL-FILE.
       01  ACCRUAL-JOURNAL-REC           PIC X(90).

       FD  INTEREST-JOURNAL-FILE.
       01  INTEREST-JOURNAL-REC          PIC X(90).

       FD  CONTROL-TOTAL-FILE.
       01  CONTROL-TOTAL-REC             PIC X(68).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-ACCRUAL-IN-STATUS           PIC XX.
       01 WS-ACCRUAL-OUT-STATUS          PIC XX.
       01 WS-JOURNAL-FILE-STATUS         PIC XX.
       01 WS-INTEREST-FILE-STATUS        PIC XX.
       01 WS-CONTROL-FILE-STATUS         PIC XX.
       01 WS-ACCRUAL-TABLE.
           05 WS-ACCRUAL-COUNT           PIC 9(4) VALUE 0.
           05 WS-ACCRUAL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY IA-IDX IA-SCAN-IDX.
               10 WS-ACCRUAL-IMAGE       PIC X(77).
       01 WS-ACCRUAL-FULL-SWITCH         PIC X(1) VALUE "N".
           88 WS-ACCRUAL-TABLE-FULL      VALUE "Y".
      *
      *  INTACC01's credited interest by customer, from tonight's
      *  TIER= lines on the interest journal, for the true-up.
      *
       01 WS-ACTUAL-TABLE.
           05 WS-ACTUAL-COUNT            PIC 9(4) VALUE 0.
           05 WS-ACTUAL-ENTRY OCCURS 1000 TIMES INDEXED BY AC-IDX.
               10 WS-ACTUAL-CUST-NO      PIC 9(9).
               10 WS-ACTUAL-INTEREST     PIC S9(9)V99.
               10 WS-ACTUAL-TRUED        PIC X(1).
       01 WS-ACTUAL-FULL-SWITCH          PIC X(1) VALUE "N".
           88 WS-ACTUAL-TABLE-FULL       VALUE "Y".
       01 WS-ENTRY-FOUND                 PIC X(1).
           88 WS-ENTRY-IS-FOUND          VALUE "Y".
       01 WS-DAY-INTEGER                 PIC 9(8).
       01 WS-DATE-TODAY                  PIC 9(8).
       01 WS-DATE-TOMORROW               PIC 9(8).
       01 WS-MONTH-END-SWITCH            PIC X(1) VALUE "N".
           88 WS-IS-MONTH-END            VALUE "Y".
       01 WS-INTACC-RAN-SWITCH           PIC X(1) VALUE "N".
           88 WS-INTACC-RAN              VALUE "Y".
       01 WS-DAY-EXACT                   PIC 9(7)V9(6).
       01 WS-NEW-BOOKED                  PIC 9(7)V99.
       01 WS-DAY-BOOKED                  PIC S9(7)V99.
       01 WS-TRUE-CUST-NO                PIC 9(9).
       01 WS-TRUE-ACCT-NO                PIC 9(10).
       01 WS-TRUE-ACCRUED                PIC S9(9)V99.
       01 WS-TRUE-ACTUAL                 PIC S9(9)V99.
       01 WS-TRUE-DIFFERENCE             PIC S9(9)V99.
       01 WS-AMOUNT-DISPLAY              PIC +9(7).99.
       01 WS-ACTUAL-DISPLAY              PIC +9(7).99.
       01 WS-TOTAL-DISPLAY               PIC +9(11).99.
       01 WS-RATE-DISPLAY                PIC 9.9(6).
       01 WS-ACCOUNTS-READ               PIC 9(7) VALUE 0.
       01 WS-ACCOUNTS-ACCRUED            PIC 9(7) VALUE 0.
       01 WS-ACCOUNTS-RELEASED           PIC 9(7) VALUE 0.
       01 WS-CUSTOMERS-TRUED             PIC 9(7) VALUE 0.
       01 WS-TOTAL-ACCRUED               PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-RELEASED              PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-TRUE-UP               PIC S9(11)V99 VALUE 0.
       COPY WSINTACR.
       COPY WSINTTIR.
       COPY WSCTLTOT.
       COPY WSEXCLOG.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.

       PROCEDURE DIVISION.
       INTDLY01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "INTDLY01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-ACCRUAL-FILE.

      ***************************************************************
      *  A full accrual table would drop accounts' running totals
      *  when the file is written back; nothing accrues and the
      *  step ends nonzero so the table is raised before a rerun.
      ***************************************************************
           IF WS-ACCRUAL-TABLE-FULL
               DISPLAY "INTDLY01: ACCRUAL TABLE FULL -"
                   " NOTHING ACCRUED"
               MOVE 0 TO AT-RECORD-COUNT
               SET AT-MODE-TRAILER TO TRUE
               CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM DETERMINE-MONTH-END.

           OPEN OUTPUT ACCRUAL-JOURNAL-FILE.
           PERFORM ACCRUE-FROM-ACCOUNT-MASTER.
           IF WS-ACCRUAL-TABLE-FULL
               DISPLAY "INTDLY01: ACCRUAL TABLE FULL -"
                   " NEW ACCOUNTS NOT ACCRUED"
           END-IF.
           IF WS-IS-MONTH-END
               PERFORM CHECK-INTACC-RAN
               IF WS-INTACC-RAN
                   PERFORM TRUE-UP-MONTH
               ELSE
                   MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
                   MOVE "INTDLY01" TO ER-JOB-STEP
                   MOVE "INTU" TO ER-ERROR-CODE
                   MOVE "NO INTACC01 TOTAL - TRUE-UP NOT RUN"
                       TO ER-ERROR-TEXT
                   CALL "EXCPLOG01" USING WS-ERROR-RECORD
               END-IF
           END-IF.
           PERFORM WRITE-JOURNAL-TOTALS.
           CLOSE ACCRUAL-JOURNAL-FILE.

           PERFORM SAVE-ACCRUAL-FILE.

           DISPLAY "INTDLY01: ACCOUNTS READ=" WS-ACCOUNTS-READ
               " ACCRUED=" WS-ACCOUNTS-ACCRUED
               " RELEASED=" WS-ACCOUNTS-RELEASED
               " CUSTOMERS TRUED UP=" WS-CUSTOMERS-TRUED.

           MOVE WS-ACCOUNTS-READ TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           IF WS-IS-MONTH-END AND NOT WS-INTACC-RAN
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-ACCRUAL-TABLE-FULL OR WS-ACTUAL-TABLE-FULL
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      ***************************************************************
      *  An account already carrying tonight's date is a rerun of
      *  the same night: its totals go back to where the night
      *  found them.  Then every account's starting point for
      *  tonight is kept beside its running totals.
      ***************************************************************
       LOAD-ACCRUAL-FILE.
           OPEN INPUT ACCRUAL-FILE-IN.
           IF WS-ACCRUAL-IN-STATUS = "00"
               PERFORM UNTIL WS-ACCRUAL-IN-STATUS = "10"
                       OR WS-ACCRUAL-TABLE-FULL
                   READ ACCRUAL-FILE-IN INTO WS-INTEREST-ACCRUAL-RECORD
                       AT END
                           MOVE "10" TO WS-ACCRUAL-IN-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-ACCRUAL
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-FILE-IN
           END-IF.

       LOAD-ONE-ACCRUAL.
           IF WS-ACCRUAL-COUNT = 2000
               MOVE "Y" TO WS-ACCRUAL-FULL-SWITCH
               EXIT PARAGRAPH
           END-IF.
           IF IA-DAY-DATE = WS-RUN-CCYYDDD
               MOVE IA-PRIOR-EXACT TO IA-ACCRUED-EXACT
               MOVE IA-PRIOR-BOOKED TO IA-ACCRUED-BOOKED
           END-IF.
           MOVE IA-ACCRUED-EXACT TO IA-PRIOR-EXACT.
           MOVE IA-ACCRUED-BOOKED TO IA-PRIOR-BOOKED.
           MOVE WS-RUN-CCYYDDD TO IA-DAY-DATE.
           ADD 1 TO WS-ACCRUAL-COUNT.
           MOVE WS-INTEREST-ACCRUAL-RECORD
               TO WS-ACCRUAL-IMAGE (WS-ACCRUAL-COUNT).

      ***************************************************************
      *  Tonight is month-end when tomorrow's calendar month differs
      *  from tonight's, the same test the batch driver schedules
      *  INTACC01 by.
      ***************************************************************
       DETERMINE-MONTH-END.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD).
           COMPUTE WS-DATE-TODAY =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER).
           COMPUTE WS-DATE-TOMORROW =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER + 1).
           IF WS-DATE-TODAY (5:2) NOT = WS-DATE-TOMORROW (5:2)
               SET WS-IS-MONTH-END TO TRUE
           END-IF.

       ACCRUE-FROM-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-ACCOUNTS-READ
                           PERFORM ACCRUE-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

      ***************************************************************
      *  Only open demand deposit money accrues: a term deposit
      *  earns its fixed rate through TDMAT01 at maturity, a loan
      *  balance is owed to us, and an overdrawn balance earns
      *  nothing.  A closed account's accrual comes off the payable
      *  - ACCCLS01 paid its interest on closing.
      ***************************************************************
       ACCRUE-ONE-ACCOUNT.
           PERFORM FIND-ACCRUAL-ENTRY.
           IF NOT AM-ACCOUNT-OPEN
               IF WS-ENTRY-IS-FOUND
                   PERFORM RELEASE-CLOSED-ACCRUAL
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF NOT AM-DEMAND-ACCOUNT
                   OR AM-LOAN-ACCOUNT
                   OR AM-BALANCE NOT > 0
               EXIT PARAGRAPH
           END-IF.
           MOVE AM-BALANCE TO IT-BALANCE.
           CALL "INTTIR01" USING WS-INTEREST-TIER-REQUEST.
           IF NOT IT-TIER-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-ENTRY-IS-FOUND
               IF WS-ACCRUAL-COUNT = 2000
                   MOVE "Y" TO WS-ACCRUAL-FULL-SWITCH
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ACCRUAL-COUNT
               SET IA-IDX TO WS-ACCRUAL-COUNT
               MOVE AM-ACCT-NO TO IA-ACCT-NO
               MOVE AM-CUST-NO TO IA-CUST-NO
               MOVE 0 TO IA-ACCRUED-EXACT
               MOVE 0 TO IA-ACCRUED-BOOKED
               MOVE 0 TO IA-PRIOR-EXACT
               MOVE 0 TO IA-PRIOR-BOOKED
               MOVE WS-RUN-CCYYDDD TO IA-DAY-DATE
           END-IF.
           COMPUTE WS-DAY-EXACT ROUNDED =
               AM-BALANCE * IT-ANNUAL-RATE / 365.
           ADD WS-DAY-EXACT TO IA-ACCRUED-EXACT.
           MOVE IT-ANNUAL-RATE TO IA-LAST-RATE.
           COMPUTE WS-NEW-BOOKED ROUNDED = IA-ACCRUED-EXACT.
           COMPUTE WS-DAY-BOOKED = WS-NEW-BOOKED - IA-ACCRUED-BOOKED.
           MOVE WS-NEW-BOOKED TO IA-ACCRUED-BOOKED.
           MOVE WS-INTEREST-ACCRUAL-RECORD
               TO WS-ACCRUAL-IMAGE (IA-IDX).
           ADD 1 TO WS-ACCOUNTS-ACCRUED.
           IF WS-DAY-BOOKED NOT = 0
               ADD WS-DAY-BOOKED TO WS-TOTAL-ACCRUED
               MOVE WS-DAY-BOOKED TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO ACCRUAL-JOURNAL-REC
               MOVE WS-RUN-CCYYDDD TO ACCRUAL-JOURNAL-REC (1:7)
               MOVE AM-CUST-NO TO ACCRUAL-JOURNAL-REC (9:9)
               MOVE "ACCR=" TO ACCRUAL-JOURNAL-REC (19:5)
               MOVE AM-ACCT-NO TO ACCRUAL-JOURNAL-REC (24:10)
               MOVE "INTEREST=" TO ACCRUAL-JOURNAL-REC (40:9)
               MOVE WS-AMOUNT-DISPLAY TO ACCRUAL-JOURNAL-REC (49:11)
               MOVE "RATE=" TO ACCRUAL-JOURNAL-REC (61:5)
               MOVE IT-ANNUAL-RATE TO WS-RATE-DISPLAY
               MOVE WS-RATE-DISPLAY TO ACCRUAL-JOURNAL-REC (66:8)
               WRITE ACCRUAL-JOURNAL-REC
           END-IF.

       FIND-ACCRUAL-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND.
           PERFORM VARYING IA-IDX FROM 1 BY 1
                   UNTIL IA-IDX > WS-ACCRUAL-COUNT
                       OR WS-ENTRY-IS-FOUND
               MOVE WS-ACCRUAL-IMAGE (IA-IDX)
                   TO WS-INTEREST-ACCRUAL-RECORD
               IF IA-ACCT-NO = AM-ACCT-NO
                   MOVE "Y" TO WS-ENTRY-FOUND
               END-IF
           END-PERFORM.
           IF WS-ENTRY-IS-FOUND
               SET IA-IDX DOWN BY 1
           END-IF.

       RELEASE-CLOSED-ACCRUAL.
           IF IA-ACCRUED-EXACT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TRUE-DIFFERENCE = 0 - IA-ACCRUED-BOOKED.
           MOVE 0 TO WS-TRUE-ACTUAL.
           MOVE IA-CUST-NO TO WS-TRUE-CUST-NO.
           MOVE AM-ACCT-NO TO WS-TRUE-ACCT-NO.
           ADD 1 TO WS-ACCOUNTS-RELEASED.
           ADD WS-TRUE-DIFFERENCE TO WS-TOTAL-RELEASED.
           IF WS-TRUE-DIFFERENCE NOT = 0
               PERFORM WRITE-TRUE-UP-LINE
           END-IF.
           MOVE 0 TO IA-ACCRUED-EXACT.
           MOVE 0 TO IA-ACCRUED-BOOKED.
           MOVE WS-INTEREST-ACCRUAL-RECORD
               TO WS-ACCRUAL-IMAGE (IA-IDX).

      ***************************************************************
      *  INTACC01 posts its producer control total for the interest
      *  journal when its run completes; with none for tonight the
      *  month's actual interest is not there to true up against.
      ***************************************************************
       CHECK-INTACC-RAN.
           OPEN INPUT CONTROL-TOTAL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               PERFORM UNTIL WS-CONTROL-FILE-STATUS = "10"
                   READ CONTROL-TOTAL-FILE INTO WS-CONTROL-TOTAL-RECORD
                       AT END
                           MOVE "10" TO WS-CONTROL-FILE-STATUS
                       NOT AT END
                           IF CT-RUN-DATE = WS-RUN-CCYYDDD
                                   AND CT-STEP-NAME = "INTACC01"
                                   AND CT-ROLE-PRODUCER
                               MOVE "Y" TO WS-INTACC-RAN-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-TOTAL-FILE
           END-IF.

      ***************************************************************
      *  INTACC01 credits each customer one net amount on the
      *  customer's default account, so the true-up is by customer:
      *  the actual credited less everything booked as accrued on
      *  the customer's accounts books as the difference.  A
      *  customer INTACC01 paid with nothing accrued trues up the
      *  whole amount; one accrued and not paid reverses it all.
      *  A customer left out of the actuals table would have the
      *  month reversed with the interest paid, so no customer is
      *  trued up until they all fit; the month's accruals stand
      *  for the rerun.
      ***************************************************************
       TRUE-UP-MONTH.
           PERFORM LOAD-ACTUAL-INTEREST.
           IF WS-ACTUAL-TABLE-FULL
               DISPLAY "INTDLY01: INTEREST ACTUALS TABLE FULL -"
                   " TRUE-UP NOT RUN"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-TRUE-ACCT-NO.
           PERFORM VARYING AC-IDX FROM 1 BY 1
                   UNTIL AC-IDX > WS-ACTUAL-COUNT
               MOVE WS-ACTUAL-CUST-NO (AC-IDX) TO WS-TRUE-CUST-NO
               MOVE WS-ACTUAL-INTEREST (AC-IDX) TO WS-TRUE-ACTUAL
               MOVE "Y" TO WS-ACTUAL-TRUED (AC-IDX)
               PERFORM TRUE-UP-ONE-CUSTOMER
           END-PERFORM.
           MOVE 0 TO WS-TRUE-ACTUAL.
           PERFORM VARYING IA-IDX FROM 1 BY 1
                   UNTIL IA-IDX > WS-ACCRUAL-COUNT
               MOVE WS-ACCRUAL-IMAGE (IA-IDX)
                   TO WS-INTEREST-ACCRUAL-RECORD
               IF IA-ACCRUED-EXACT NOT = 0
                   MOVE IA-CUST-NO TO WS-TRUE-CUST-NO
                   PERFORM TRUE-UP-ONE-CUSTOMER
               END-IF
           END-PERFORM.

       LOAD-ACTUAL-INTEREST.
           OPEN INPUT INTEREST-JOURNAL-FILE.
           PERFORM SKIP-INTEREST-HEADER.
           IF WS-INTEREST-FILE-STATUS = "00"
               PERFORM UNTIL WS-INTEREST-FILE-STATUS = "10"
                   READ INTEREST-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-INTEREST-FILE-STATUS
                       NOT AT END
                           IF INTEREST-JOURNAL-REC (9:9) IS NUMERIC
                                   AND INTEREST-JOURNAL-REC (1:7)
                                       = WS-RUN-CCYYDDD (1:7)
                                   AND INTEREST-JOURNAL-REC (19:5)
                                       = "TIER="
                               PERFORM ADD-ACTUAL-INTEREST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTEREST-JOURNAL-FILE
           END-IF.

       ADD-ACTUAL-INTEREST.
           MOVE INTEREST-JOURNAL-REC (9:9) TO WS-TRUE-CUST-NO.
           PERFORM VARYING AC-IDX FROM 1 BY 1
                   UNTIL AC-IDX > WS-ACTUAL-COUNT
               IF WS-ACTUAL-CUST-NO (AC-IDX) = WS-TRUE-CUST-NO
                   COMPUTE WS-ACTUAL-INTEREST (AC-IDX) =
                       WS-ACTUAL-INTEREST (AC-IDX) + FUNCTION NUMVAL
                       (INTEREST-JOURNAL-REC (49:11))
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-ACTUAL-COUNT = 1000
               IF NOT WS-ACTUAL-TABLE-FULL
                   MOVE "Y" TO WS-ACTUAL-FULL-SWITCH
                   MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
                   MOVE "INTDLY01" TO ER-JOB-STEP
                   MOVE "INTT" TO ER-ERROR-CODE
                   MOVE "ACTUALS OVER 1000 - TRUE-UP NOT RUN"
                       TO ER-ERROR-TEXT
                   CALL "EXCPLOG01" USING WS-ERROR-RECORD
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACTUAL-COUNT.
           SET AC-IDX TO WS-ACTUAL-COUNT.
           MOVE WS-TRUE-CUST-NO TO WS-ACTUAL-CUST-NO (AC-IDX).
           COMPUTE WS-ACTUAL-INTEREST (AC-IDX) =
               FUNCTION NUMVAL (INTEREST-JOURNAL-REC (49:11)).
           MOVE "N" TO WS-ACTUAL-TRUED (AC-IDX).

      *    Sums and clears every accrual on the customer's accounts,
      *    so a customer is trued up once however many it holds.
       TRUE-UP-ONE-CUSTOMER.
           MOVE 0 TO WS-TRUE-ACCRUED.
           PERFORM VARYING IA-SCAN-IDX FROM 1 BY 1
                   UNTIL IA-SCAN-IDX > WS-ACCRUAL-COUNT
               MOVE WS-ACCRUAL-IMAGE (IA-SCAN-IDX)
                   TO WS-INTEREST-ACCRUAL-RECORD
               IF IA-CUST-NO = WS-TRUE-CUST-NO
                   ADD IA-ACCRUED-BOOKED TO WS-TRUE-ACCRUED
                   MOVE 0 TO IA-ACCRUED-EXACT
                   MOVE 0 TO IA-ACCRUED-BOOKED
                   MOVE WS-INTEREST-ACCRUAL-RECORD
                       TO WS-ACCRUAL-IMAGE (IA-SCAN-IDX)
               END-IF
           END-PERFORM.
           COMPUTE WS-TRUE-DIFFERENCE =
               WS-TRUE-ACTUAL - WS-TRUE-ACCRUED.
           ADD 1 TO WS-CUSTOMERS-TRUED.
           ADD WS-TRUE-DIFFERENCE TO WS-TOTAL-TRUE-UP.
           IF WS-TRUE-DIFFERENCE NOT = 0
               PERFORM WRITE-TRUE-UP-LINE
           END-IF.

      *    A true-up line books the difference; the actual credited
      *    rides along for the reader, its booking is INTACC01's.
       WRITE-TRUE-UP-LINE.
           MOVE WS-TRUE-DIFFERENCE TO WS-AMOUNT-DISPLAY.
           MOVE WS-TRUE-ACTUAL TO WS-ACTUAL-DISPLAY.
           MOVE SPACES TO ACCRUAL-JOURNAL-REC.
           MOVE WS-RUN-CCYYDDD TO ACCRUAL-JOURNAL-REC (1:7).
           MOVE WS-TRUE-CUST-NO TO ACCRUAL-JOURNAL-REC (9:9).
           MOVE "TRUE=" TO ACCRUAL-JOURNAL-REC (19:5).
           IF WS-TRUE-ACCT-NO NOT = 0
               MOVE WS-TRUE-ACCT-NO TO ACCRUAL-JOURNAL-REC (24:10)
           END-IF.
           MOVE "INTEREST=" TO ACCRUAL-JOURNAL-REC (40:9).
           MOVE WS-AMOUNT-DISPLAY TO ACCRUAL-JOURNAL-REC (49:11).
           MOVE "ACTUAL=" TO ACCRUAL-JOURNAL-REC (61:7).
           MOVE WS-ACTUAL-DISPLAY TO ACCRUAL-JOURNAL-REC (68:11).
           WRITE ACCRUAL-JOURNAL-REC.

       WRITE-JOURNAL-TOTALS.
           MOVE WS-TOTAL-ACCRUED TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO ACCRUAL-JOURNAL-REC.
           STRING "TOTAL ACCRUED=" WS-TOTAL-DISPLAY
                   " ACCOUNTS=" WS-ACCOUNTS-ACCRUED
               DELIMITED BY SIZE INTO ACCRUAL-JOURNAL-REC.
           WRITE ACCRUAL-JOURNAL-REC.
           MOVE WS-TOTAL-RELEASED TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO ACCRUAL-JOURNAL-REC.
           STRING "TOTAL RELEASED ON CLOSURE=" WS-TOTAL-DISPLAY
                   " ACCOUNTS=" WS-ACCOUNTS-RELEASED
               DELIMITED BY SIZE INTO ACCRUAL-JOURNAL-REC.
           WRITE ACCRUAL-JOURNAL-REC.
           IF WS-IS-MONTH-END AND WS-INTACC-RAN
               MOVE WS-TOTAL-TRUE-UP TO WS-TOTAL-DISPLAY
               MOVE SPACES TO ACCRUAL-JOURNAL-REC
               STRING "TOTAL MONTH-END TRUE-UP=" WS-TOTAL-DISPLAY
                       " CUSTOMERS=" WS-CUSTOMERS-TRUED
                   DELIMITED BY SIZE INTO ACCRUAL-JOURNAL-REC
               WRITE ACCRUAL-JOURNAL-REC
           END-IF.

      *    An account with nothing accrued before or after tonight
      *    has nothing left to carry and drops off the file.
       SAVE-ACCRUAL-FILE.
           OPEN OUTPUT ACCRUAL-FILE-OUT.
           PERFORM VARYING IA-IDX FROM 1 BY 1
                   UNTIL IA-IDX > WS-ACCRUAL-COUNT
               MOVE WS-ACCRUAL-IMAGE (IA-IDX)
                   TO WS-INTEREST-ACCRUAL-RECORD
               IF IA-ACCRUED-EXACT NOT = 0
                       OR IA-PRIOR-EXACT NOT = 0
                   WRITE ACCRUAL-OUT-REC
                       FROM WS-INTEREST-ACCRUAL-RECORD
               END-IF
           END-PERFORM.
           CLOSE ACCRUAL-FILE-OUT.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "INTDLY01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-INTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               READ ACCOUNT-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       SKIP-INTEREST-HEADER.
           IF WS-INTEREST-FILE-STATUS = "00"
               READ INTEREST-JOURNAL-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM INTDLY01.
