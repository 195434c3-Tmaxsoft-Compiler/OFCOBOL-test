      *  cycles the basis report shows each customer's point-in-
      *  time versus average-basis difference so the business can
      *  see the earnings impact before it signs off for good.
      *  Money in an open term deposit earns its fixed rate at
      *  maturity through TDMAT01, so the customer's term-deposit
      *  balances come off the average and the point-in-time
      *  figure before tiering - the deposit is never paid twice.
      *  Those balances are summed per customer as the customer is
      *  accrued, from a START on the owning-customer alternate key
      *  of the indexed account master, so no table of term
      *  deposits limits how many there can be.
      *  A customer whose average is below zero is charged a
      *  month's debit interest instead, off the separate debit-
      *  rate tier table: the part of the average overdrawn amount
      *  inside the approved CN-OVERDRAFT-LIMIT at the tier's in-
      *  limit rate, the part beyond it at the over-limit rate.
      *  The charge comes off CN-BALANCE and the default account
      *  the same way interest lands on them, and journals as a
      *  DRIN= line so GLEXTR01 books it to interest income and
      *  STMT01 prints it as its own statement line.
      *  An account enrolled by PRMENR01 in a promotional campaign
      *  earns the enrollment's bonus rate on top of the tier rate:
      *  a month's bonus on the account's balance, prorated to the
      *  days of the accrual period the enrollment covered (from
      *  enrollment up to the day before expiry), net of backup
      *  withholding the same way, posted to CN-BALANCE and to the
      *  enrolled account itself, and journaled as a BONS= line
      *  that GLEXTR01 books under its own INTBONUS rule.  The
      *  bonus is not accrued day by day by INTDLY01, so it has no
      *  payable to true up.  A campaign's bonus paid (gross, as
      *  charged to marketing) stops at its budget cap; the last
      *  payment is cut to what the budget has left.  Each
      *  enrollment's bonus paid and pay date are written back to
      *  the enrollment file, so a rerun the same night does not
      *  pay the bonus twice.  The month's bonus is inside the
      *  TOTAL INTEREST POSTED trailer the annual summaries prove
      *  against, but not in the TIER= control totals GLEXTR01
      *  ties back.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT ACCOUNT-INDEXED-FILE
               ASSIGN TO "data/account_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-ACCT-NO
               ALTERNATE RECORD KEY IS AX-CUST-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-INDEXED-FILE-STATUS.
           SELECT RATE-TIER-FILE
               ASSIGN TO "data/interest_rate_tiers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIER-FILE-STATUS.
           SELECT DEBIT-RATE-FILE
               ASSIGN TO "data/debit_rate_tiers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEBIT-TIER-FILE-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "data/posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "data/adb_basis_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASIS-FILE-STATUS.
           SELECT CAMPAIGN-FILE
               ASSIGN TO "data/promo_campaigns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-FILE-STATUS.
           SELECT ENROLLMENT-FILE-IN
               ASSIGN TO "data/promo_enrollments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-IN-STATUS.
           SELECT ENROLLMENT-FILE-OUT
               ASSIGN TO "data/promo_enrollments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  ACCOUNT-INDEXED-FILE.
       COPY WSACCIX.

       FD  RATE-TIER-FILE.
       01  RATE-TIER-REC.
           02 RT-TIER-LOW                PIC 9(9).
           02 RT-TIER-HIGH               PIC 9(9).
           02 RT-ANNUAL-RATE             PIC 9V9(6).

       FD  DEBIT-RATE-FILE.
       01  DEBIT-RATE-REC.
           02 DT-TIER-LOW                PIC 9(9).
           02 DT-TIER-HIGH               PIC 9(9).
           02 DT-IN-LIMIT-RATE           PIC 9V9(6).
           02 DT-OVER-LIMIT-RATE         PIC 9V9(6).

       FD  POSTING-JOURNAL-FILE.
       01  POSTING-JOURNAL-REC           PIC X(90).

       FD  BASIS-REPORT-FILE.
       01  BASIS-REPORT-REC              PIC X(90).

       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-REC                  PIC X(88).

       FD  ENROLLMENT-FILE-IN.
       01  ENROLLMENT-IN-REC             PIC X(72).

       FD  ENROLLMENT-FILE-OUT.
       01  ENROLLMENT-OUT-REC            PIC X(72).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-INDEXED-FILE-STATUS         PIC XX.
           88 WS-INDEXED-READ-OK         VALUE "00" "02".
       01 WS-TIER-FILE-STATUS            PIC XX.
       01 WS-DEBIT-TIER-FILE-STATUS      PIC XX.
       01 WS-POSTJRN-FILE-STATUS         PIC XX.
       01 WS-JOURNAL-FILE-STATUS         PIC XX.
       01 WS-WITHHOLD-FILE-STATUS        PIC XX.
       01 WS-CYCLE-IN-STATUS             PIC XX.
       01 WS-CYCLE-OUT-STATUS            PIC XX.
       01 WS-BASIS-FILE-STATUS           PIC XX.
       01 WS-CAMPAIGN-FILE-STATUS        PIC XX.
       01 WS-ENROLL-IN-STATUS            PIC XX.
       01 WS-ENROLL-OUT-STATUS           PIC XX.
       01 WS-TIER-TABLE.
           05 WS-TIER-COUNT              PIC 9(2) VALUE 0.
           05 WS-TIER-ENTRY OCCURS 10 TIMES INDEXED BY TR-IDX.
               10 WS-TIER-CUST-COUNT     PIC 9(5).
               10 WS-TIER-INTEREST-TOTAL PIC 9(11)V99.
               10 WS-TIER-WITHHELD-TOTAL PIC 9(11)V99.
      *
      *  Debit-rate tiers on the average overdrawn amount (whole
      *  dollars, inclusive bounds, ascending), each with its rate
      *  for usage inside the approved limit and beyond it.
      *
       01 WS-DEBIT-TIER-TABLE.
           05 WS-DEBIT-TIER-COUNT        PIC 9(2) VALUE 0.
           05 WS-DEBIT-TIER-ENTRY OCCURS 10 TIMES INDEXED BY DR-IDX.
               10 WS-DEBIT-TIER-LOW      PIC 9(9).
               10 WS-DEBIT-TIER-HIGH     PIC 9(9).
               10 WS-DEBIT-IN-LIMIT-RATE PIC 9V9(6).
               10 WS-DEBIT-OVER-RATE     PIC 9V9(6).
       01 WS-OVERDRAWN-AVERAGE           PIC 9(9)V99.
       01 WS-IN-LIMIT-USAGE              PIC 9(9)V99.
       01 WS-OVER-LIMIT-USAGE            PIC 9(9)V99.
       01 WS-DEBIT-INTEREST              PIC 9(7)V99.
       01 WS-CUSTOMERS-CHARGED           PIC 9(7) VALUE 0.
       01 WS-TOTAL-DEBIT-INTEREST        PIC 9(11)V99 VALUE 0.
      ***************************************************************
      *  The accrual period is the thirty days ending on the run
      *  date.  The journal's dated postings are held with their
           05 WS-ROLLUP-ENTRY OCCURS 1000 TIMES INDEXED BY RU-IDX.
               10 WS-ROLLUP-ACCT-NO      PIC 9(10).
               10 WS-ROLLUP-INTEREST     PIC S9(9)V99.
       01 WS-CUST-TERM-BALANCE           PIC S9(9)V99.
       01 WS-CUSTOMERS-READ              PIC 9(7) VALUE 0.
       01 WS-CUSTOMERS-ACCRUED           PIC 9(7) VALUE 0.
       01 WS-CUSTOMERS-WITHHELD          PIC 9(5) VALUE 0.
       01 WS-TOTAL-INTEREST              PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-WITHHELD              PIC 9(11)V99 VALUE 0.
       01 WS-CUSTOMER-CHANGED            PIC X(1).
           88 WS-CUSTOMER-WAS-CHANGED    VALUE "Y".
       01 WS-STEP-RETURN                 PIC 9(1) VALUE 0.
      ***************************************************************
      *  Promotional campaigns: each campaign's budget cap and the
      *  bonus already paid to its enrollments, and every enrollment
      *  on file with the enrolled account's balance if the account
      *  is still an open demand deposit account.
      ***************************************************************
       01 WS-CAMPAIGN-TABLE.
           05 WS-CAMPAIGN-COUNT          PIC 9(3) VALUE 0.
           05 WS-CAMPAIGN-ENTRY OCCURS 50 TIMES INDEXED BY CP-IDX.
               10 WS-CAMPAIGN-CODE       PIC X(8).
               10 WS-CAMPAIGN-CAP        PIC 9(9)V99.
               10 WS-CAMPAIGN-PAID       PIC 9(9)V99.
               10 WS-CAMPAIGN-CAPPED     PIC X(1).
       01 WS-ENROLL-FULL-SWITCH          PIC X(1) VALUE "N".
           88 WS-ENROLLMENT-TABLE-FULL   VALUE "Y".
       01 WS-ENROLLMENT-TABLE.
           05 WS-ENROLL-COUNT            PIC 9(4) VALUE 0.
           05 WS-ENROLL-ENTRY OCCURS 5000 TIMES INDEXED BY EN-IDX.
               10 WS-ENROLL-ACCT-NO      PIC 9(10).
               10 WS-ENROLL-CUST-NO      PIC 9(9).
               10 WS-ENROLL-IMAGE        PIC X(72).
               10 WS-ENROLL-OPEN         PIC X(1).
                   88 WS-ENROLL-ACCOUNT-OPEN VALUE "Y".
               10 WS-ENROLL-BALANCE      PIC S9(9)V99.
       01 WS-FOUND-SWITCH                PIC X(1).
           88 WS-WAS-FOUND               VALUE "Y".
       01 WS-ENROLL-DAY-INTEGER          PIC 9(8).
       01 WS-EXPIRY-DAY-INTEGER          PIC 9(8).
       01 WS-BONUS-FIRST-DAY             PIC 9(8).
       01 WS-BONUS-LAST-DAY              PIC 9(8).
       01 WS-BONUS-DAYS                  PIC 9(3).
       01 WS-GROSS-BONUS                 PIC S9(7)V99.
       01 WS-BUDGET-LEFT                 PIC S9(9)V99.
       01 WS-BONUS-LINES                 PIC 9(7) VALUE 0.
       01 WS-TOTAL-BONUS-INTEREST        PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-POSTED                PIC 9(11)V99.
       COPY WSPRMCMP.
       COPY WSPRMENR.
       COPY WSEXCLOG.
       COPY WSCHNSL.
       COPY WSRUNLCK.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSCTLTOT.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "INTACC01" TO RL-JOB-NAME.
           MOVE "MASTERS" TO RL-LOCK-NAME.
           MOVE WS-RUN-CCYYDDD TO RL-RUN-DATE.
               WS-RUN-DAY-INTEGER - WS-PERIOD-DAYS + 1.

           PERFORM LOAD-RATE-TIER-TABLE.
           PERFORM LOAD-DEBIT-RATE-TABLE.
           PERFORM LOAD-POSTING-JOURNAL.

      ***************************************************************
               GOBACK
           END-IF.

      *    The enrollment file is written back whole, so one that
      *    overflows the table would lose enrollments: nothing
      *    accrues and the step ends nonzero, as above.
           PERFORM LOAD-PROMO-CAMPAIGNS.
           PERFORM LOAD-PROMO-ENROLLMENTS.
           IF WS-ENROLLMENT-TABLE-FULL
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "INTACC01" TO ER-JOB-STEP
               MOVE "PMOV" TO ER-ERROR-CODE
               MOVE "OVER 5000 ENROLLMENTS - NOTHING ACCRUED"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               DISPLAY "INTACC01: ENROLLMENT TABLE FULL -"
                   " NOTHING ACCRUED"
               MOVE 0 TO AT-RECORD-COUNT
               SET AT-MODE-TRAILER TO TRUE
               CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST
               SET RL-ACTION-RELEASE TO TRUE
               CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    Without the indexed account master no customer's term
      *    deposits can be taken off the average, and they would
      *    be paid twice: nothing accrues and the step ends
      *    nonzero until ACCIXL01 has loaded the index.
           OPEN INPUT ACCOUNT-INDEXED-FILE.
           IF WS-INDEXED-FILE-STATUS NOT = "00"
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "INTACC01" TO ER-JOB-STEP
               MOVE "AIDX" TO ER-ERROR-CODE
               MOVE "NO ACCOUNT INDEX - NOTHING ACCRUED"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               DISPLAY "INTACC01: ACCOUNT INDEX NOT AVAILABLE"
                   " STATUS=" WS-INDEXED-FILE-STATUS
                   " - NOTHING ACCRUED"
               MOVE 0 TO AT-RECORD-COUNT
               SET AT-MODE-TRAILER TO TRUE
               CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST
               SET RL-ACTION-RELEASE TO TRUE
               CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM BUMP-CYCLE-COUNTER.
           PERFORM LOAD-ENROLLED-BALANCES.

           OPEN I-O CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
      *    The journal retains its dated history across cycles -
      *    the annual summary, reconstruction, and reprint jobs
      *    read it back, the JRNCUT01 month-end cut copies each
               MOVE "INTJRNL" TO CS-FILE-TAG
               SET CS-ACTION-RESET TO TRUE
               CALL "CHAINSL01" USING WS-CHAIN-SEAL-REQUEST
               PERFORM STAMP-INTEREST-HEADER
           END-IF.
      *    The withholding journal keeps its dated history the same
      *    way: TDMAT01 and ACCCLS01 add to it between cycles, and
      *    TAXRTN01 reads the whole year back for the annual return.
           OPEN EXTEND WITHHOLDING-JOURNAL-FILE.
           IF WS-WITHHOLD-FILE-STATUS NOT = "00"
               OPEN OUTPUT WITHHOLDING-JOURNAL-FILE
           END-IF.
           IF WS-CYCLE-NUMBER <= 3
               OPEN OUTPUT BASIS-REPORT-FILE
               MOVE SPACES TO BASIS-REPORT-REC
               END-PERFORM
           END-IF.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE ACCOUNT-INDEXED-FILE.

           PERFORM ROLL-INTEREST-TO-ACCOUNTS.
           PERFORM WRITE-PROMO-ENROLLMENTS.

           PERFORM WRITE-TIER-SUBTOTALS.
           PERFORM WRITE-DEBIT-INTEREST-TOTAL.
           PERFORM WRITE-WITHHOLDING-TOTAL.

           CLOSE INTEREST-JOURNAL-FILE.
           DISPLAY "INTACC01: CUSTOMERS ACCRUED=" WS-CUSTOMERS-ACCRUED.
           DISPLAY "INTACC01: TOTAL INTEREST=" WS-TOTAL-INTEREST.
           DISPLAY "INTACC01: TOTAL WITHHELD=" WS-TOTAL-WITHHELD.
           DISPLAY "INTACC01: CUSTOMERS CHARGED DEBIT INTEREST="
               WS-CUSTOMERS-CHARGED.
           DISPLAY "INTACC01: TOTAL DEBIT INTEREST="
               WS-TOTAL-DEBIT-INTEREST.
           DISPLAY "INTACC01: BONUS LINES=" WS-BONUS-LINES
               " TOTAL BONUS INTEREST=" WS-TOTAL-BONUS-INTEREST.

           MOVE WS-CUSTOMERS-READ TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.

           SET RL-ACTION-RELEASE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           MOVE WS-STEP-RETURN TO RETURN-CODE.
           GOBACK.

      ***************************************************************
               CLOSE RATE-TIER-FILE
           END-IF.

      ***************************************************************
      *  Debit-rate tiers follow the credit tier file's layout with
      *  the over-limit rate added at the end.  No file means no
      *  debit interest is charged.
      ***************************************************************
       LOAD-DEBIT-RATE-TABLE.
           OPEN INPUT DEBIT-RATE-FILE.
           IF WS-DEBIT-TIER-FILE-STATUS = "00"
               PERFORM UNTIL WS-DEBIT-TIER-COUNT = 10
                       OR WS-DEBIT-TIER-FILE-STATUS = "10"
                   READ DEBIT-RATE-FILE
                       AT END
                           MOVE "10" TO WS-DEBIT-TIER-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-DEBIT-TIER-COUNT
                           SET DR-IDX TO WS-DEBIT-TIER-COUNT
                           MOVE DT-TIER-LOW
                               TO WS-DEBIT-TIER-LOW (DR-IDX)
                           MOVE DT-TIER-HIGH
                               TO WS-DEBIT-TIER-HIGH (DR-IDX)
                           MOVE DT-IN-LIMIT-RATE
                               TO WS-DEBIT-IN-LIMIT-RATE (DR-IDX)
                           MOVE DT-OVER-LIMIT-RATE
                               TO WS-DEBIT-OVER-RATE (DR-IDX)
                   END-READ
               END-PERFORM
               CLOSE DEBIT-RATE-FILE
           END-IF.

      ***************************************************************
      *  Customer journal lines carry the posting date at column 1
      *  and the signed amount at 26 in the POSTAP01 layout; each
      ***************************************************************
       LOAD-POSTING-JOURNAL.
           OPEN INPUT POSTING-JOURNAL-FILE.
           PERFORM SKIP-POSTING-HEADER.
           IF WS-POSTJRN-FILE-STATUS = "00"
               PERFORM UNTIL WS-POSTJRN-FILE-STATUS = "10"
                   READ POSTING-JOURNAL-FILE
               CLOSE POSTING-JOURNAL-FILE
           END-IF.

      *  Loan payment lines (LNPAYMNT) pay down a loan and never
      *  moved the customer's deposit balance, so they are skipped.
       LOAD-ONE-POSTING-LINE.
           IF POSTING-JOURNAL-REC (9:9) IS NUMERIC
                   AND POSTING-JOURNAL-REC (1:7) IS NUMERIC
                   AND POSTING-JOURNAL-REC (65:8) NOT = "LNPAYMNT"
               COMPUTE WS-POSTING-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DAY (FUNCTION NUMVAL
                       (POSTING-JOURNAL-REC (1:7)))
                       * WS-PST-DAY-OFFSET (PJ-IDX)
               END-IF
           END-PERFORM.
           PERFORM SUM-TERM-DEPOSIT-BALANCES.
           COMPUTE WS-AVERAGE-BALANCE ROUNDED =
               CN-BALANCE - WS-WEIGHTED-SUM / WS-PERIOD-DAYS
               - WS-CUST-TERM-BALANCE.

      ***************************************************************
      *  Tiering runs on the average, not the overnight snapshot;
      *  the last tier whose low bound it reaches.
      ***************************************************************
       ACCRUE-ONE-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-CHANGED.
           PERFORM COMPUTE-AVERAGE-BALANCE.
           IF WS-AVERAGE-BALANCE > 0
               MOVE "N" TO WS-TIER-MATCHED
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-AVERAGE-BALANCE < 0
               PERFORM CHARGE-DEBIT-INTEREST
           END-IF.
           PERFORM PAY-CUSTOMER-BONUSES.
           IF WS-CUSTOMER-WAS-CHANGED
               REWRITE WS-CUSTOMER-RECORD-NEW
           END-IF.

       POST-TIER-INTEREST.
           COMPUTE WS-GROSS-INTEREST ROUNDED =
               WS-AVERAGE-BALANCE * WS-TIER-RATE (TR-IDX) / 12.
           COMPUTE WS-PIT-INTEREST ROUNDED =
               (CN-BALANCE - WS-CUST-TERM-BALANCE)
               * WS-TIER-RATE (TR-IDX) / 12.
           MOVE 0 TO WS-WITHHELD-AMOUNT.
           IF CN-BACKUP-WITHHOLD AND CN-WITHHOLD-RATE > 0
               COMPUTE WS-WITHHELD-AMOUNT ROUNDED =
           COMPUTE WS-MONTH-INTEREST =
               WS-GROSS-INTEREST - WS-WITHHELD-AMOUNT.
           ADD WS-MONTH-INTEREST TO CN-BALANCE.
           MOVE "Y" TO WS-CUSTOMER-CHANGED.
           ADD 1 TO WS-CUSTOMERS-ACCRUED.
           ADD 1 TO WS-TIER-CUST-COUNT (TR-IDX).
           ADD WS-MONTH-INTEREST TO WS-TIER-INTEREST-TOTAL (TR-IDX).
           WRITE BASIS-REPORT-REC.

      ***************************************************************
      *  The average overdrawn amount picks the debit tier the way
      *  a positive average picks a credit tier.  Usage up to the
      *  approved limit is charged at the in-limit rate, the rest
      *  at the over-limit rate; the charge is a debit to the
      *  customer and rolls to the default account as a negative.
      ***************************************************************
       CHARGE-DEBIT-INTEREST.
           COMPUTE WS-OVERDRAWN-AVERAGE = 0 - WS-AVERAGE-BALANCE.
           IF WS-OVERDRAWN-AVERAGE > CN-OVERDRAFT-LIMIT
               MOVE CN-OVERDRAFT-LIMIT TO WS-IN-LIMIT-USAGE
           ELSE
               MOVE WS-OVERDRAWN-AVERAGE TO WS-IN-LIMIT-USAGE
           END-IF.
           COMPUTE WS-OVER-LIMIT-USAGE =
               WS-OVERDRAWN-AVERAGE - WS-IN-LIMIT-USAGE.
           MOVE "N" TO WS-TIER-MATCHED.
           PERFORM VARYING DR-IDX FROM 1 BY 1
                   UNTIL DR-IDX > WS-DEBIT-TIER-COUNT
                       OR WS-TIER-IS-MATCHED
               IF WS-OVERDRAWN-AVERAGE >= WS-DEBIT-TIER-LOW (DR-IDX)
                   IF DR-IDX = WS-DEBIT-TIER-COUNT
                       MOVE "Y" TO WS-TIER-MATCHED
                   ELSE
                       IF WS-OVERDRAWN-AVERAGE
                               < WS-DEBIT-TIER-LOW (DR-IDX + 1)
                           MOVE "Y" TO WS-TIER-MATCHED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TIER-IS-MATCHED
               SET DR-IDX DOWN BY 1
               COMPUTE WS-DEBIT-INTEREST ROUNDED =
                   (WS-IN-LIMIT-USAGE * WS-DEBIT-IN-LIMIT-RATE (DR-IDX)
                   + WS-OVER-LIMIT-USAGE * WS-DEBIT-OVER-RATE (DR-IDX))
                   / 12
               IF WS-DEBIT-INTEREST > 0
                   PERFORM POST-DEBIT-INTEREST
               END-IF
           END-IF.

       POST-DEBIT-INTEREST.
           SUBTRACT WS-DEBIT-INTEREST FROM CN-BALANCE.
           MOVE "Y" TO WS-CUSTOMER-CHANGED.
           ADD 1 TO WS-CUSTOMERS-CHARGED.
           ADD WS-DEBIT-INTEREST TO WS-TOTAL-DEBIT-INTEREST.
           COMPUTE WS-DEFAULT-ACCT = CN-CUST-NO * 10 + 1.
           COMPUTE WS-MONTH-INTEREST = 0 - WS-DEBIT-INTEREST.
           PERFORM ADD-TO-ROLLUP-TABLE.
           SET WS-TIER-NUM TO DR-IDX.
           MOVE WS-MONTH-INTEREST TO WS-INTEREST-DISPLAY.
           MOVE SPACES TO INTEREST-JOURNAL-REC.
           MOVE WS-RUN-CCYYDDD TO INTEREST-JOURNAL-REC (1:7).
           MOVE CN-CUST-NO TO INTEREST-JOURNAL-REC (9:9).
           MOVE "DRIN=" TO INTEREST-JOURNAL-REC (19:5).
           MOVE WS-DEFAULT-ACCT TO INTEREST-JOURNAL-REC (24:10).
           MOVE "INTEREST=" TO INTEREST-JOURNAL-REC (40:9).
           MOVE WS-INTEREST-DISPLAY TO INTEREST-JOURNAL-REC (49:11).
           MOVE "TIER=" TO INTEREST-JOURNAL-REC (61:5).
           MOVE WS-TIER-NUM TO INTEREST-JOURNAL-REC (66:2).
           WRITE INTEREST-JOURNAL-REC.
           PERFORM SEAL-INTEREST-RECORD.

      ***************************************************************
      *  One rollup entry per accrued customer and one per bonus
      *  paid - the master pass visits each customer once, so a
      *  straight append holds, and the roll to the accounts adds
      *  every entry an account has.
      ***************************************************************
       ADD-TO-ROLLUP-TABLE.
           IF WS-ROLLUP-COUNT < 1000
                   TO WS-ROLLUP-INTEREST (RU-IDX)
           END-IF.

      ***************************************************************
      *  One pass of the flat master picks up the balance of each
      *  open demand account enrolled in a promotional campaign.
      ***************************************************************
       LOAD-ENROLLED-BALANCES.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           IF AM-DEMAND-ACCOUNT
                                   AND AM-ACCOUNT-OPEN
                                   AND NOT AM-LOAN-ACCOUNT
                               PERFORM NOTE-ENROLLED-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.

      ***************************************************************
      *  The customer's open term deposits, read off the index by
      *  owning customer; the master has not been touched by this
      *  run yet, so the balances are the ones the cycle ran on.
      *  The flat master is closed across the accrual pass, so its
      *  record area takes each indexed record.
      ***************************************************************
       SUM-TERM-DEPOSIT-BALANCES.
           MOVE 0 TO WS-CUST-TERM-BALANCE.
           MOVE CN-CUST-NO TO AX-CUST-NO.
           START ACCOUNT-INDEXED-FILE
               KEY IS EQUAL TO AX-CUST-NO
               INVALID KEY
                   MOVE "23" TO WS-INDEXED-FILE-STATUS
           END-START.
           IF WS-INDEXED-FILE-STATUS = "00"
               PERFORM READ-NEXT-CUSTOMER-ACCOUNT
               PERFORM UNTIL NOT WS-INDEXED-READ-OK
                   IF NOT AM-DEMAND-ACCOUNT
                           AND AM-ACCOUNT-OPEN
                           AND NOT AM-LOAN-ACCOUNT
                       ADD AM-BALANCE TO WS-CUST-TERM-BALANCE
                   END-IF
                   PERFORM READ-NEXT-CUSTOMER-ACCOUNT
               END-PERFORM
           END-IF.

       READ-NEXT-CUSTOMER-ACCOUNT.
           READ ACCOUNT-INDEXED-FILE NEXT RECORD
                   INTO WS-ACCOUNT-RECORD
               AT END
                   MOVE "10" TO WS-INDEXED-FILE-STATUS
           END-READ.
           IF WS-INDEXED-READ-OK
                   AND AM-CUST-NO NOT = CN-CUST-NO
               MOVE "10" TO WS-INDEXED-FILE-STATUS
           END-IF.

      ***************************************************************
      *  The interest that landed on CN-BALANCE lands once more on
      *  the customer's default account in place, so the account
      ***************************************************************
       ROLL-INTEREST-TO-ACCOUNTS.
           OPEN I-O ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
           CLOSE ACCOUNT-MASTER-FILE.

       ROLL-TO-ONE-ACCOUNT.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING RU-IDX FROM 1 BY 1
                   UNTIL RU-IDX > WS-ROLLUP-COUNT
               IF WS-ROLLUP-ACCT-NO (RU-IDX) = AM-ACCT-NO
                       AND WS-ROLLUP-INTEREST (RU-IDX) NOT = 0
                   ADD WS-ROLLUP-INTEREST (RU-IDX) TO AM-BALANCE
                   MOVE 0 TO WS-ROLLUP-INTEREST (RU-IDX)
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF WS-WAS-FOUND
               REWRITE WS-ACCOUNT-RECORD
           END-IF.

      ***************************************************************
      *  Campaign budgets, with the bonus each campaign has already
      *  paid summed from its enrollments below.
      ***************************************************************
       LOAD-PROMO-CAMPAIGNS.
           OPEN INPUT CAMPAIGN-FILE.
           IF WS-CAMPAIGN-FILE-STATUS = "00"
               PERFORM UNTIL WS-CAMPAIGN-COUNT = 50
                       OR WS-CAMPAIGN-FILE-STATUS = "10"
                   READ CAMPAIGN-FILE INTO WS-PROMO-CAMPAIGN-RECORD
                       AT END
                           MOVE "10" TO WS-CAMPAIGN-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-CAMPAIGN-COUNT
                           SET CP-IDX TO WS-CAMPAIGN-COUNT
                           MOVE CP-CAMPAIGN-CODE
                               TO WS-CAMPAIGN-CODE (CP-IDX)
                           MOVE CP-BUDGET-CAP
                               TO WS-CAMPAIGN-CAP (CP-IDX)
                           MOVE 0 TO WS-CAMPAIGN-PAID (CP-IDX)
                           MOVE "N" TO WS-CAMPAIGN-CAPPED (CP-IDX)
                   END-READ
               END-PERFORM
               CLOSE CAMPAIGN-FILE
           END-IF.

       LOAD-PROMO-ENROLLMENTS.
           OPEN INPUT ENROLLMENT-FILE-IN.
           IF WS-ENROLL-IN-STATUS = "00"
               PERFORM UNTIL WS-ENROLL-IN-STATUS = "10"
                   READ ENROLLMENT-FILE-IN
                           INTO WS-PROMO-ENROLLMENT-RECORD
                       AT END
                           MOVE "10" TO WS-ENROLL-IN-STATUS
                       NOT AT END
                           PERFORM ADD-ENROLLMENT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE-IN
           END-IF.

       ADD-ENROLLMENT-ENTRY.
           IF WS-ENROLL-COUNT < 5000
               ADD 1 TO WS-ENROLL-COUNT
               SET EN-IDX TO WS-ENROLL-COUNT
               MOVE EN-ACCT-NO TO WS-ENROLL-ACCT-NO (EN-IDX)
               MOVE EN-CUST-NO TO WS-ENROLL-CUST-NO (EN-IDX)
               MOVE WS-PROMO-ENROLLMENT-RECORD
                   TO WS-ENROLL-IMAGE (EN-IDX)
               MOVE "N" TO WS-ENROLL-OPEN (EN-IDX)
               MOVE 0 TO WS-ENROLL-BALANCE (EN-IDX)
               PERFORM FIND-CAMPAIGN-ROW
               IF WS-WAS-FOUND
                   ADD EN-BONUS-PAID TO WS-CAMPAIGN-PAID (CP-IDX)
               END-IF
           ELSE
               MOVE "Y" TO WS-ENROLL-FULL-SWITCH
           END-IF.

       FIND-CAMPAIGN-ROW.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > WS-CAMPAIGN-COUNT OR WS-WAS-FOUND
               IF WS-CAMPAIGN-CODE (CP-IDX) = EN-CAMPAIGN-CODE
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF WS-WAS-FOUND
               SET CP-IDX DOWN BY 1
           END-IF.

      *    Only an open demand deposit account earns a bonus; its
      *    balance is taken as the master stood before the run.
       NOTE-ENROLLED-BALANCE.
           PERFORM VARYING EN-IDX FROM 1 BY 1
                   UNTIL EN-IDX > WS-ENROLL-COUNT
               IF WS-ENROLL-ACCT-NO (EN-IDX) = AM-ACCT-NO
                   MOVE "Y" TO WS-ENROLL-OPEN (EN-IDX)
                   MOVE AM-BALANCE TO WS-ENROLL-BALANCE (EN-IDX)
               END-IF
           END-PERFORM.

       PAY-CUSTOMER-BONUSES.
           PERFORM VARYING EN-IDX FROM 1 BY 1
                   UNTIL EN-IDX > WS-ENROLL-COUNT
               IF WS-ENROLL-CUST-NO (EN-IDX) = CN-CUST-NO
                       AND WS-ENROLL-ACCOUNT-OPEN (EN-IDX)
                       AND WS-ENROLL-BALANCE (EN-IDX) > 0
                   MOVE WS-ENROLL-IMAGE (EN-IDX)
                       TO WS-PROMO-ENROLLMENT-RECORD
                   IF EN-LAST-PAID-DATE NOT = WS-RUN-CCYYDDD
                       PERFORM PAY-ONE-BONUS
                   END-IF
               END-IF
           END-PERFORM.

      ***************************************************************
      *  The bonus earns from the enrollment date up to the day
      *  before expiry, so only the days of the accrual period the
      *  enrollment covered are paid: a month's bonus on the
      *  account balance, prorated over the period's days.  An
      *  enrollment whose campaign is no longer on the campaign
      *  file has no budget to charge, so it is paid nothing and
      *  reported for marketing to put the campaign back.
      ***************************************************************
       PAY-ONE-BONUS.
           COMPUTE WS-ENROLL-DAY-INTEGER =
               FUNCTION INTEGER-OF-DAY (EN-ENROLL-DATE).
           COMPUTE WS-EXPIRY-DAY-INTEGER =
               FUNCTION INTEGER-OF-DAY (EN-EXPIRY-DATE).
           IF WS-ENROLL-DAY-INTEGER > WS-PERIOD-START-INTEGER
               MOVE WS-ENROLL-DAY-INTEGER TO WS-BONUS-FIRST-DAY
           ELSE
               MOVE WS-PERIOD-START-INTEGER TO WS-BONUS-FIRST-DAY
           END-IF.
           IF WS-EXPIRY-DAY-INTEGER - 1 < WS-RUN-DAY-INTEGER
               COMPUTE WS-BONUS-LAST-DAY = WS-EXPIRY-DAY-INTEGER - 1
           ELSE
               MOVE WS-RUN-DAY-INTEGER TO WS-BONUS-LAST-DAY
           END-IF.
           IF WS-BONUS-LAST-DAY NOT < WS-BONUS-FIRST-DAY
               COMPUTE WS-BONUS-DAYS =
                   WS-BONUS-LAST-DAY - WS-BONUS-FIRST-DAY + 1
               PERFORM FIND-CAMPAIGN-ROW
               IF WS-WAS-FOUND
                   PERFORM CHARGE-BONUS-TO-BUDGET
               ELSE
                   PERFORM REPORT-CAMPAIGN-MISSING
               END-IF
           END-IF.

       CHARGE-BONUS-TO-BUDGET.
           COMPUTE WS-GROSS-BONUS ROUNDED =
               WS-ENROLL-BALANCE (EN-IDX) * EN-BONUS-RATE / 12
               * WS-BONUS-DAYS / WS-PERIOD-DAYS.
           COMPUTE WS-BUDGET-LEFT =
               WS-CAMPAIGN-CAP (CP-IDX) - WS-CAMPAIGN-PAID (CP-IDX).
           IF WS-BUDGET-LEFT < 0
               MOVE 0 TO WS-BUDGET-LEFT
           END-IF.
           IF WS-GROSS-BONUS > WS-BUDGET-LEFT
               MOVE WS-BUDGET-LEFT TO WS-GROSS-BONUS
               PERFORM REPORT-BUDGET-EXHAUSTED
           END-IF.
           IF WS-GROSS-BONUS > 0
               PERFORM POST-ONE-BONUS
           END-IF.

       POST-ONE-BONUS.
           MOVE 0 TO WS-WITHHELD-AMOUNT.
           IF CN-BACKUP-WITHHOLD AND CN-WITHHOLD-RATE > 0
               COMPUTE WS-WITHHELD-AMOUNT ROUNDED =
                   WS-GROSS-BONUS * CN-WITHHOLD-RATE
           END-IF.
           COMPUTE WS-MONTH-INTEREST =
               WS-GROSS-BONUS - WS-WITHHELD-AMOUNT.
           ADD WS-MONTH-INTEREST TO CN-BALANCE.
           MOVE "Y" TO WS-CUSTOMER-CHANGED.
           ADD WS-GROSS-BONUS TO EN-BONUS-PAID.
           ADD WS-GROSS-BONUS TO WS-CAMPAIGN-PAID (CP-IDX).
           MOVE WS-RUN-CCYYDDD TO EN-LAST-PAID-DATE.
           MOVE WS-PROMO-ENROLLMENT-RECORD
               TO WS-ENROLL-IMAGE (EN-IDX).
           ADD 1 TO WS-BONUS-LINES.
           ADD WS-MONTH-INTEREST TO WS-TOTAL-BONUS-INTEREST.
      *    The bonus lands on the enrolled account, not the default.
           MOVE EN-ACCT-NO TO WS-DEFAULT-ACCT.
           PERFORM ADD-TO-ROLLUP-TABLE.
           IF WS-WITHHELD-AMOUNT NOT = 0
               ADD 1 TO WS-CUSTOMERS-WITHHELD
               ADD WS-WITHHELD-AMOUNT TO WS-TOTAL-WITHHELD
               PERFORM WRITE-WITHHOLDING-LINE
           END-IF.
           MOVE WS-MONTH-INTEREST TO WS-INTEREST-DISPLAY.
           MOVE SPACES TO INTEREST-JOURNAL-REC.
           MOVE WS-RUN-CCYYDDD TO INTEREST-JOURNAL-REC (1:7).
           MOVE CN-CUST-NO TO INTEREST-JOURNAL-REC (9:9).
           MOVE "BONS=" TO INTEREST-JOURNAL-REC (19:5).
           MOVE EN-ACCT-NO TO INTEREST-JOURNAL-REC (24:10).
           MOVE "INTEREST=" TO INTEREST-JOURNAL-REC (40:9).
           MOVE WS-INTEREST-DISPLAY TO INTEREST-JOURNAL-REC (49:11).
           MOVE "CAMP=" TO INTEREST-JOURNAL-REC (61:5).
           MOVE EN-CAMPAIGN-CODE TO INTEREST-JOURNAL-REC (66:8).
           WRITE INTEREST-JOURNAL-REC.
           PERFORM SEAL-INTEREST-RECORD.

       REPORT-BUDGET-EXHAUSTED.
           IF WS-CAMPAIGN-CAPPED (CP-IDX) = "N"
               MOVE "Y" TO WS-CAMPAIGN-CAPPED (CP-IDX)
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "INTACC01" TO ER-JOB-STEP
               MOVE "PMBX" TO ER-ERROR-CODE
               MOVE SPACES TO ER-ERROR-TEXT
               STRING "CAMPAIGN " EN-CAMPAIGN-CODE
                       " BUDGET EXHAUSTED"
                   DELIMITED BY SIZE INTO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
           END-IF.

       REPORT-CAMPAIGN-MISSING.
           MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE.
           MOVE "INTACC01" TO ER-JOB-STEP.
           MOVE "PMCM" TO ER-ERROR-CODE.
           MOVE SPACES TO ER-ERROR-TEXT.
           STRING "ACCT " EN-ACCT-NO " CAMPAIGN " EN-CAMPAIGN-CODE
                   " GONE"
               DELIMITED BY SIZE INTO ER-ERROR-TEXT.
           CALL "EXCPLOG01" USING WS-ERROR-RECORD.
           IF WS-STEP-RETURN < 4
               MOVE 4 TO WS-STEP-RETURN
           END-IF.

       WRITE-PROMO-ENROLLMENTS.
           IF WS-BONUS-LINES > 0
               OPEN OUTPUT ENROLLMENT-FILE-OUT
               PERFORM VARYING EN-IDX FROM 1 BY 1
                       UNTIL EN-IDX > WS-ENROLL-COUNT
                   WRITE ENROLLMENT-OUT-REC
                       FROM WS-ENROLL-IMAGE (EN-IDX)
               END-PERFORM
               CLOSE ENROLLMENT-FILE-OUT
           END-IF.

      ***************************************************************
      *  The cycle counter only exists to time-limit the basis
      *  report: three cycles of evidence, then the report stops
               WRITE INTEREST-JOURNAL-REC
               PERFORM SEAL-INTEREST-RECORD
           END-PERFORM.
           MOVE WS-TOTAL-BONUS-INTEREST TO WS-SUBTOTAL-DISPLAY.
           MOVE SPACES TO INTEREST-JOURNAL-REC.
           STRING "TOTAL BONUS INTEREST=" WS-SUBTOTAL-DISPLAY
                   " LINES=" WS-BONUS-LINES
               DELIMITED BY SIZE INTO INTEREST-JOURNAL-REC.
           WRITE INTEREST-JOURNAL-REC.
           PERFORM SEAL-INTEREST-RECORD.
           COMPUTE WS-TOTAL-POSTED =
               WS-TOTAL-INTEREST + WS-TOTAL-BONUS-INTEREST.
           MOVE WS-TOTAL-POSTED TO WS-SUBTOTAL-DISPLAY.
           MOVE SPACES TO INTEREST-JOURNAL-REC.
           STRING "TOTAL INTEREST POSTED=" WS-SUBTOTAL-DISPLAY
               DELIMITED BY SIZE INTO INTEREST-JOURNAL-REC.
           WRITE INTEREST-JOURNAL-REC.
           PERFORM SEAL-INTEREST-RECORD.

       WRITE-DEBIT-INTEREST-TOTAL.
           MOVE WS-TOTAL-DEBIT-INTEREST TO WS-SUBTOTAL-DISPLAY.
           MOVE SPACES TO INTEREST-JOURNAL-REC.
           STRING "TOTAL DEBIT INTEREST CHARGED=" WS-SUBTOTAL-DISPLAY
                   " CUSTOMERS=" WS-CUSTOMERS-CHARGED
               DELIMITED BY SIZE INTO INTEREST-JOURNAL-REC.
           WRITE INTEREST-JOURNAL-REC.
           PERFORM SEAL-INTEREST-RECORD.

       SEAL-INTEREST-RECORD.
           MOVE "INTJRNL" TO CS-FILE-TAG.
           SET CS-ACTION-SEAL TO TRUE.
           STRING "TOTAL WITHHELD=" WS-SUBTOTAL-DISPLAY
               DELIMITED BY SIZE INTO WITHHOLDING-JOURNAL-REC.
           WRITE WITHHOLDING-JOURNAL-REC.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "INTACC01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-POSTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-INTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               READ CUSTOMER-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       SKIP-POSTING-HEADER.
           IF WS-POSTJRN-FILE-STATUS = "00"
               READ POSTING-JOURNAL-FILE
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

      ***************************************************************
      *  A journal cut fresh opens with its layout header, sealed
      *  as the first record of the restarted chain.
      ***************************************************************
       STAMP-INTEREST-HEADER.
           MOVE "INTACC01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           MOVE LV-INTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           SET LC-ACTION-STAMP TO TRUE.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           WRITE INTEREST-JOURNAL-REC FROM LC-RECORD-IMAGE.
           PERFORM SEAL-INTEREST-RECORD.
       END PROGRAM INTACC01.
