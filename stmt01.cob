      *  opening balance, postings, interest, and closing balance -
      *  and the trailer splits the count into printed pages and
      *  electronic statements so the print room and the vendor can
      *  each balance their own side.  A customer ACCCLS01 closed an
      *  account for tonight gets a FINAL STATEMENT whatever cycle
      *  they are on (and even when DORMANT), covering the period
      *  since their own cycle's last statement, with the closing
      *  fees and payout from the closure journal and the closed
      *  account shown with its closed date.
      *  A deceased customer's statement is printed and addressed
      *  to the executor of the estate PTYADR01 names, whatever
      *  delivery preference or mail hold the customer had.
      *  A customer with an installment loan gets a loan section on
      *  the printed page under the deposit closing balance: for
      *  each loan the principal still owed, the fixed rate, the
      *  level payment and the next installment date, and the
      *  period's payments from the loan payment history split into
      *  interest and principal.  Loan balances and loan payments
      *  stay out of the deposit figures - the opening balance is
      *  derived from deposit activity only.
      *  Debit interest INTACC01 charged on an overdrawn average
      *  prints as its own DEBIT INTEREST CHARGED line apart from
      *  the interest accrued; the vendor extract's interest column
      *  carries the net of the two so its figures still add up.
      *  Overdraft-protection sweeps POSTAP01 made between the
      *  customer's own accounts print under the closing balance,
      *  one line per sweep from the sweep history with its date,
      *  funding and protected accounts, amount, and the reference
      *  both journal legs carry; the legs net to nothing for the
      *  customer and stay out of the period's postings.
      *  Every dispute case DSPMNT01 still has open for the customer
      *  prints beneath the sweeps with the disputed entry and
      *  amount, the date the provisional credit was made (or is
      *  due), and the date the bank must decide by.
      *  Under the closing (ledger) balance the page shows the
      *  available balance - the ledger less every uncollected-
      *  funds hold POSTAP01 placed that is still in force - and,
      *  when the two differ, each active hold with the entry of
      *  the credit it holds, the amount held, and the date it
      *  releases.  The vendor extract carries the available
      *  balance at column 91.
      *  Every caption on the printed page comes from the
      *  correspondence template file (document STMT) through
      *  CORTPL01, in the customer's own language, English where no
      *  translation is on file; the vendor extract is positional
      *  and carries no wording.
      *  Every statement that goes onto the print file also gets a
      *  mail index record - the ZIP it is mailed to, where it
      *  starts on the print file, its lines and sheets, and its
      *  closing balance - so STMSRT01 can presort the stream for
      *  the mail house; the index count and balance hash post as
      *  a control total of their own for the presort to balance.
      *  Each account and loan line names the product the account
      *  is on - the statement wording the product catalog carries
      *  for it, or the catalog description where it has none.
      *  Each customer's delivery preference, final-statement
      *  request, and intake birth date are matched to the master
      *  ahead of the statement run by sorting those files against
      *  the customers, and come back as one profile record per
      *  master record in master order, so the number of customers
      *  and preferences is bounded only by the files.
      *  Each customer's accounts and loans are read off the indexed
      *  account master by a START on the owning-customer alternate
      *  key, so nothing about the account master is held in
      *  memory and the number of accounts is bounded only by the
      *  file.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-NO
               ALTERNATE RECORD KEY IS AM-CUST-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT MESSAGE-CONTROL-FILE
               ASSIGN TO "data/stmt_messages.dat"
               ASSIGN TO "data/customer_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-FILE-STATUS.
           SELECT FINAL-STMT-FILE
               ASSIGN TO "data/final_stmt_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINAL-FILE-STATUS.
           SELECT CLOSURE-JOURNAL-FILE
               ASSIGN TO "data/closure_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSURE-FILE-STATUS.
           SELECT LOAN-PAYMENT-FILE
               ASSIGN TO "data/loan_payment_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANPAY-FILE-STATUS.
           SELECT SWEEP-HISTORY-FILE
               ASSIGN TO "data/sweep_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWPHST-FILE-STATUS.
           SELECT DISPUTE-CASE-FILE
               ASSIGN TO "data/dispute_cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSPCS-FILE-STATUS.
           SELECT FUNDS-HOLD-FILE
               ASSIGN TO "data/funds_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT MAIL-INDEX-FILE
               ASSIGN TO "data/statement_mail_index.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLIDX-FILE-STATUS.
           SELECT PRODUCT-CATALOG-FILE
               ASSIGN TO "data/product_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT CUSTOMER-PROFILE-FILE
               ASSIGN TO "data/stmt_profile_wrk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-FILE-STATUS.
           SELECT PROFILE-BIRTH-WORK
               ASSIGN TO "data/stmt_birth_wrk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIRTH-WORK-STATUS.
           SELECT PROFILE-CUST-SORT
               ASSIGN TO "data/stmt_profile_sortwk.dat".
           SELECT PROFILE-BIRTH-SORT
               ASSIGN TO "data/stmt_birth_sortwk.dat".
           SELECT PROFILE-ORDER-SORT
               ASSIGN TO "data/stmt_order_sortwk.dat".

       DATA DIVISION.
       FILE SECTION.
           02 DP-ENROLL-DATE             PIC 9(7).

       FD  ESTMT-EXTRACT-FILE.
       01  ESTMT-EXTRACT-REC             PIC X(103).

       FD  HELD-CORRESPONDENCE-FILE.
       01  HELD-CORRESPONDENCE-REC       PIC X(90).
           02 CI-CUST-AGE                PIC 9(3).
           02 CI-BIRTH-DATE              PIC 9(8).

       FD  FINAL-STMT-FILE.
       01  FINAL-STMT-REC.
           02 FR-CUST-NO                 PIC 9(9).
           02 FR-ACCT-NO                 PIC 9(10).
           02 FR-REQUEST-DATE            PIC 9(7).

       FD  CLOSURE-JOURNAL-FILE.
       01  CLOSURE-JOURNAL-REC           PIC X(80).

       FD  LOAN-PAYMENT-FILE.
       COPY WSLNPAY.

       FD  SWEEP-HISTORY-FILE.
       COPY WSSWPHST.

       FD  DISPUTE-CASE-FILE.
       COPY WSDSPCS.

       FD  FUNDS-HOLD-FILE.
       COPY WSFNDHLD.

       FD  MAIL-INDEX-FILE.
       COPY WSSTMIDX.

       FD  PRODUCT-CATALOG-FILE.
       COPY WSPRDCAT.

       FD  CUSTOMER-PROFILE-FILE.
       01  CUSTOMER-PROFILE-REC          PIC X(35).

       FD  PROFILE-BIRTH-WORK.
       01  PROFILE-BIRTH-WORK-REC        PIC X(35).

      *
      *  Preferences (kind 1) and tonight's final-statement
      *  requests (kind 2) sort ahead of the master records
      *  (kind 3) that share their customer number.
      *
       SD  PROFILE-CUST-SORT.
       01  PROFILE-CUST-SORT-REC.
           05 PC-CUST-NO                 PIC 9(9).
           05 PC-KIND                    PIC X(1).
               88 PC-DELIVERY-PREF       VALUE "1".
               88 PC-FINAL-REQUEST       VALUE "2".
               88 PC-MASTER-CUSTOMER     VALUE "3".
           05 PC-SEQ                     PIC 9(9).
           05 PC-PREF-CODE               PIC X(1).

       SD  PROFILE-BIRTH-SORT.
       01  PROFILE-BIRTH-SORT-REC.
           05 PB-INTAKE-NO               PIC 9(6).
           05 PB-KIND                    PIC X(1).
               88 PB-INTAKE-BIRTH        VALUE "1".
               88 PB-CUSTOMER-PROFILE    VALUE "2".
           05 PB-SEQ                     PIC 9(9).
           05 PB-BIRTH-DATE              PIC 9(8).
           05 PB-PROFILE                 PIC X(35).

       SD  PROFILE-ORDER-SORT.
       01  PROFILE-ORDER-SORT-REC.
           05 PQ-MASTER-SEQ              PIC 9(9).
           05 FILLER                     PIC X(26).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-INTEREST-FILE-STATUS        PIC XX.
       01 WS-STATEMENT-COUNT             PIC 9(5) VALUE 0.
       01 WS-PRINTED-COUNT               PIC 9(5) VALUE 0.
       01 WS-ESTMT-COUNT                 PIC 9(5) VALUE 0.
       01 WS-PROFILE-FILE-STATUS         PIC XX.
       01 WS-BIRTH-WORK-STATUS           PIC XX.
       01 WS-SORT-RETURN                 PIC XX.
       01 WS-PROFILE-SEQ                 PIC 9(9) VALUE 0.
      *
      *  One profile per master record, in master order: the
      *  delivery preference (PRINT where none is on file, the
      *  last record winning), whether a final statement was
      *  requested for tonight, and the intake birth date the
      *  message targeting bands the customer by.
      *
       01 WS-CUSTOMER-PROFILE.
           05 CP-MASTER-SEQ              PIC 9(9).
           05 CP-CUST-NO                 PIC 9(9).
           05 CP-INTAKE-NO               PIC 9(6).
           05 CP-PREF-CODE               PIC X(1).
           05 CP-FINAL-FLAG              PIC X(1).
               88 CP-FINAL-ON-FILE       VALUE "Y".
           05 CP-BIRTH-FOUND             PIC X(1).
           05 CP-BIRTH-DATE              PIC 9(8).
       01 WS-GROUP-CUST-NO               PIC 9(9).
       01 WS-GROUP-INTAKE-NO             PIC 9(6).
       01 WS-GROUP-SWITCH                PIC X(1).
           88 WS-GROUP-STARTED           VALUE "Y".
       01 WS-GROUP-PREF-CODE             PIC X(1).
       01 WS-GROUP-FINAL-FLAG            PIC X(1).
       01 WS-GROUP-BIRTH-FOUND           PIC X(1).
       01 WS-GROUP-BIRTH-DATE            PIC 9(8).
       01 WS-CUST-PREFERENCE             PIC X(1).
           88 WS-PREF-ELECTRONIC         VALUE "E".
       01 WS-HELD-FILE-STATUS            PIC XX.
       01 WS-DATE-YYYYMMDD               PIC 9(8).
       01 WS-CUST-CYCLE                  PIC 9(2).
       01 WS-MESSAGE-FILE-STATUS         PIC XX.
       01 WS-CATALOG-FILE-STATUS         PIC XX.
       01 WS-TIER-FILE-STATUS            PIC XX.
       01 WS-INTAKE-FILE-STATUS          PIC XX.
       01 WS-MESSAGE-TABLE.
           05 WS-TIER-ENTRY OCCURS 10 TIMES INDEXED BY TR-IDX.
               10 WS-TIER-LOW            PIC 9(9).
               10 WS-TIER-HIGH           PIC 9(9).
       01 WS-CUSTOMER-BAND               PIC X(8).
       01 WS-CUSTOMER-TIER               PIC 9(2).
       01 WS-TIER-VALUE-NUM              PIC 9(2).
       01 WS-BIRTH-FOUND                 PIC X(1).
       01 WS-MSG-QUALIFIES               PIC X(1).
       01 WS-DUE-CYCLE                   PIC 9(2) VALUE 0.
       01 WS-OFF-CYCLE-COUNT             PIC 9(5) VALUE 0.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
           88 WS-ACCOUNT-READ-OK         VALUE "00" "02".
       01 WS-ACCOUNT-OPEN-SWITCH         PIC X(1) VALUE "N".
           88 WS-ACCOUNT-INDEX-OPEN      VALUE "Y".
       01 WS-HELD-PRINT-LINE             PIC X(90).
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-COUNT           PIC 9(3) VALUE 0.
           05 WS-PRODUCT-ENTRY OCCURS 100 TIMES INDEXED BY PN-IDX.
               10 WS-PRODUCT-CODE        PIC X(2).
               10 WS-PRODUCT-NAME        PIC X(30).
       01 WS-JOURNAL-CUST-NO             PIC 9(9).
       01 WS-JOURNAL-AMOUNT              PIC S9(7)V99.
      *
       01 WS-ANCHOR-CCYYDDD              PIC 9(7).
       01 WS-ROLLED-CCYYDDD              PIC 9(7).
       01 WS-CUST-INTEREST               PIC S9(7)V99.
       01 WS-CUST-DEBIT-INTEREST         PIC S9(7)V99.
       01 WS-CUST-POSTINGS               PIC S9(7)V99.
       01 WS-OPENING-BALANCE             PIC S9(9)V99.
       01 WS-AMOUNT-DISPLAY              PIC +9(9).99.
       01 WS-ZIP-DISPLAY                 PIC 9(9).
       01 WS-JOINT-IDX                   PIC 9(2).
       01 WS-FINAL-FILE-STATUS           PIC XX.
       01 WS-CLOSURE-FILE-STATUS         PIC XX.
       01 WS-FINAL-SWITCH                PIC X(1) VALUE "N".
           88 WS-FINAL-REQUESTED         VALUE "Y".
       01 WS-FINAL-PRODUCED              PIC 9(5) VALUE 0.
       01 WS-STATEMENT-TITLE             PIC X(17)
                                         VALUE "MONTHLY STATEMENT".
       01 WS-CYCLE-PERIOD-START          PIC 9(8).
       01 WS-CUST-CLOSE-FEES             PIC S9(9)V99.
       01 WS-CUST-PAYOUT                 PIC S9(9)V99.
       01 WS-CLOSURE-AMOUNT              PIC S9(9)V99.
       01 WS-LOANPAY-FILE-STATUS         PIC XX.
       01 WS-LOAN-PAID                   PIC 9(9)V99.
       01 WS-LOAN-INTEREST-PAID          PIC 9(9)V99.
       01 WS-LOAN-PRINCIPAL-PAID         PIC 9(9)V99.
       01 WS-LOAN-RATE-DISPLAY           PIC 9.9(6).
       01 WS-LOAN-PAYMENT-DISPLAY        PIC 9(7).99.
       01 WS-INSTALLMENT-NO              PIC 9(3).
       01 WS-NEXT-DUE-DATE               PIC 9(7).
       01 WS-SWPHST-FILE-STATUS          PIC XX.
       01 WS-SWEEP-HEADING-SWITCH        PIC X(1).
           88 WS-SWEEP-HEADING-PRINTED   VALUE "Y".
       01 WS-DSPCS-FILE-STATUS           PIC XX.
       01 WS-DISPUTE-HEADING-SWITCH      PIC X(1).
           88 WS-DISPUTE-HEADING-PRINTED VALUE "Y".
       01 WS-HOLD-FILE-STATUS            PIC XX.
       01 WS-HOLD-HEADING-SWITCH         PIC X(1).
           88 WS-HOLD-HEADING-PRINTED    VALUE "Y".
       01 WS-CUST-HELD                   PIC 9(9)V99.
       01 WS-AVAILABLE-BALANCE           PIC S9(9)V99.
       01 WS-MLIDX-FILE-STATUS           PIC XX.
       01 WS-PRINT-LINES-WRITTEN         PIC 9(7) VALUE 0.
       01 WS-PIECE-START-PAGE            PIC 9(5).
       01 WS-MAIL-PIECES                 PIC 9(7) VALUE 0.
       01 WS-MAIL-BALANCE-HASH           PIC 9(13)V99 VALUE 0.
       COPY WSAGEBND.
       COPY WSAGEDRV.
       COPY WSBIZADJ.
       COPY WSADDRFM.
       COPY WSPTYADR.
       COPY WSCORRLG.
       COPY WSCORTPL.
       COPY WSCDXREF.
       COPY WSMATDAT.
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
           MOVE "STMT01" TO TP-SOURCE-PROGRAM.
           MOVE "STMT" TO TP-DOCUMENT.

           COMPUTE WS-RUN-DAY-INTEGER =
               FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD).

           PERFORM LOAD-PRODUCT-NAMES.
           PERFORM DERIVE-DUE-CYCLE.
           PERFORM LOAD-STATEMENT-MESSAGES.
           IF WS-MESSAGE-COUNT > 0
               PERFORM LOAD-RATE-TIERS
           END-IF.
           PERFORM BUILD-CUSTOMER-PROFILES.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNT-OPEN-SWITCH
           END-IF.
           OPEN INPUT CUSTOMER-PROFILE-FILE.
           OPEN OUTPUT STATEMENT-PRINT-FILE.
           OPEN OUTPUT ESTMT-EXTRACT-FILE.
           OPEN OUTPUT MAIL-INDEX-FILE.
           OPEN EXTEND HELD-CORRESPONDENCE-FILE.
           IF WS-HELD-FILE-STATUS NOT = "00"
               OPEN OUTPUT HELD-CORRESPONDENCE-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           PERFORM TAKE-CUSTOMER-PROFILE
                           PERFORM PRODUCE-ONE-STATEMENT
                   END-READ
               END-PERFORM
                   " HELD=" WS-HELD-COUNT
                   " DORMANT=" WS-DORMANT-COUNT
                   " OFF CYCLE=" WS-OFF-CYCLE-COUNT
                   " FINAL=" WS-FINAL-PRODUCED
               DELIMITED BY SIZE INTO STATEMENT-PRINT-REC.
           WRITE STATEMENT-PRINT-REC.
           PERFORM VARYING MG-IDX FROM 1 BY 1
           WRITE ESTMT-EXTRACT-REC.

           CLOSE CUSTOMER-MASTER-FILE.
           IF WS-ACCOUNT-INDEX-OPEN
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           CLOSE CUSTOMER-PROFILE-FILE.
           CLOSE STATEMENT-PRINT-FILE.
           CLOSE ESTMT-EXTRACT-FILE.
           CLOSE HELD-CORRESPONDENCE-FILE.
           CLOSE MAIL-INDEX-FILE.

           DISPLAY "STMT01: STATEMENTS PRINTED=" WS-PRINTED-COUNT
               " ELECTRONIC=" WS-ESTMT-COUNT
               " HELD=" WS-HELD-COUNT
               " DORMANT=" WS-DORMANT-COUNT
               " FINAL=" WS-FINAL-PRODUCED.

           MOVE WS-RUN-CCYYDDD TO CT-RUN-DATE.
           MOVE "STMT01" TO CT-STEP-NAME.
           MOVE WS-STMT-BALANCE-HASH TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

           MOVE "data/statement_mail_index.dat" TO CT-FILE-NAME.
           MOVE WS-MAIL-PIECES TO CT-RECORD-COUNT.
           MOVE WS-MAIL-BALANCE-HASH TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

           MOVE WS-STATEMENT-COUNT TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           IF PA-PARTY-TABLES-FULL
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      ***************************************************************
      *    has not assigned yet (cycle zero) rides cycle 1 rather
      *    than never being statemented.  A DORMANT account gets
      *    its annual dormancy notice from the DORMNT01 sweep
      *    instead of a monthly statement.  A closing customer's
      *    final statement goes out tonight regardless.
           MOVE CN-CYCLE-CODE TO WS-CUST-CYCLE.
           IF WS-CUST-CYCLE = 0 OR WS-CUST-CYCLE > 4
               MOVE 1 TO WS-CUST-CYCLE
           END-IF.
           PERFORM FIND-FINAL-REQUEST.
           IF WS-FINAL-REQUESTED
               MOVE "FINAL STATEMENT" TO WS-STATEMENT-TITLE
           ELSE
               MOVE "MONTHLY STATEMENT" TO WS-STATEMENT-TITLE
           END-IF.
           EVALUATE TRUE
               WHEN WS-FINAL-REQUESTED
                       AND (WS-DUE-CYCLE = 0
                           OR WS-CUST-CYCLE NOT = WS-DUE-CYCLE
                           OR CN-STATUS-DORMANT)
                   PERFORM PRODUCE-FINAL-STATEMENT
               WHEN WS-FINAL-REQUESTED
                   ADD 1 TO WS-FINAL-PRODUCED
                   PERFORM PRODUCE-LIVE-STATEMENT
               WHEN WS-DUE-CYCLE = 0
                   ADD 1 TO WS-OFF-CYCLE-COUNT
               WHEN WS-CUST-CYCLE NOT = WS-DUE-CYCLE
           COMPUTE WS-PERIOD-START-INTEGER =
               FUNCTION INTEGER-OF-DAY (WS-ROLLED-CCYYDDD) + 1.

      ***************************************************************
      *  Final-statement requests ACCCLS01 filed for tonight; an
      *  earlier night's request was already honoured that night.
      ***************************************************************
       FIND-FINAL-REQUEST.
           MOVE "N" TO WS-FINAL-SWITCH.
           IF CP-FINAL-ON-FILE
               MOVE "Y" TO WS-FINAL-SWITCH
           END-IF.

      ***************************************************************
      *  Off-cycle final statement: the period starts the day after
      *  the customer's own cycle last fired - this month's rolled
      *  anchor if it is already behind tonight, otherwise last
      *  month's - so it butts against the last regular statement.
      *  The night's due-cycle period is put back afterwards.
      ***************************************************************
       PRODUCE-FINAL-STATEMENT.
           ADD 1 TO WS-FINAL-PRODUCED.
           MOVE WS-PERIOD-START-INTEGER TO WS-CYCLE-PERIOD-START.
           MOVE WS-DATE-YYYYMMDD (1:4) TO WS-ANCHOR-CCYY.
           MOVE WS-DATE-YYYYMMDD (5:2) TO WS-ANCHOR-MM.
           COMPUTE WS-ANCHOR-DD = WS-CUST-CYCLE * 7.
           PERFORM ROLL-ANCHOR-FORWARD.
           IF WS-ROLLED-CCYYDDD >= WS-RUN-CCYYDDD
               PERFORM BACK-UP-ANCHOR-MONTH
               COMPUTE WS-ANCHOR-DD = WS-CUST-CYCLE * 7
               PERFORM ROLL-ANCHOR-FORWARD
           END-IF.
           COMPUTE WS-PERIOD-START-INTEGER =
               FUNCTION INTEGER-OF-DAY (WS-ROLLED-CCYYDDD) + 1.
           PERFORM PRODUCE-LIVE-STATEMENT.
           MOVE WS-CYCLE-PERIOD-START TO WS-PERIOD-START-INTEGER.

       PRODUCE-LIVE-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT.
           ADD 1 TO WS-STMTS-PRODUCED.
               + FUNCTION ABS (CN-BALANCE).
           PERFORM GATHER-PERIOD-ACTIVITY.
           COMPUTE WS-OPENING-BALANCE = CN-BALANCE
               - WS-CUST-INTEREST - WS-CUST-DEBIT-INTEREST
               - WS-CUST-POSTINGS
               - WS-CUST-CLOSE-FEES - WS-CUST-PAYOUT.
           PERFORM FIND-DELIVERY-PREF.
           MOVE CN-CUST-NO     TO PA-CUST-NO.
           MOVE WS-RUN-CCYYDDD TO PA-AS-OF-DATE.
           CALL "PTYADR01" USING WS-PARTY-ADDRESS-REQUEST.
           IF PA-CARE-OF-EXECUTOR
               ADD 1 TO WS-PRINTED-COUNT
               MOVE "P" TO WS-STATEMENT-DEST
               MOVE "X" TO CO-CHANNEL
               PERFORM PRINT-ONE-STATEMENT
           ELSE
               PERFORM SEND-TO-CUSTOMER
           END-IF.
           MOVE CN-CUST-NO TO CO-CUST-NO.
           IF WS-FINAL-REQUESTED
               MOVE "FINSTMT" TO CO-CORR-TYPE
           ELSE
               MOVE "STMT" TO CO-CORR-TYPE
           END-IF.
           MOVE WS-RUN-CCYYDDD TO CO-RUN-DATE.
           CALL "CORRLOG01" USING WS-CORRESPONDENCE-LOG-REQUEST.

      ***************************************************************
      *  A deceased customer's statement is printed and goes to the
      *  executor whatever the customer's own delivery preference
      *  or mail hold said; everyone else's goes by preference.
      ***************************************************************
       SEND-TO-CUSTOMER.
           IF WS-PREF-ELECTRONIC
               ADD 1 TO WS-ESTMT-COUNT
               PERFORM WRITE-ESTMT-EXTRACT
               END-IF
               PERFORM PRINT-ONE-STATEMENT
           END-IF.

      ***************************************************************
      *  One preference record per customer: PRINT or ELECTRONIC
      *  with the enrollment date.  A customer not on the file
      *  defaults to PRINT - paper is never lost by omission.  The
      *  preference file and tonight's final-statement requests
      *  are sorted against the master by customer number, the
      *  intake master against the customers' intake numbers, and
      *  the matched profiles are put back in master order for the
      *  statement run to read in step with the master.
      ***************************************************************
       BUILD-CUSTOMER-PROFILES.
           SORT PROFILE-CUST-SORT
               ON ASCENDING KEY PC-CUST-NO PC-KIND PC-SEQ
               INPUT PROCEDURE IS RELEASE-CUSTOMER-KEYS
               OUTPUT PROCEDURE IS MATCH-CUSTOMER-KEYS.
           SORT PROFILE-BIRTH-SORT
               ON ASCENDING KEY PB-INTAKE-NO PB-KIND PB-SEQ
               INPUT PROCEDURE IS RELEASE-BIRTH-KEYS
               OUTPUT PROCEDURE IS MATCH-BIRTH-DATES.
           SORT PROFILE-ORDER-SORT
               ON ASCENDING KEY PQ-MASTER-SEQ
               INPUT PROCEDURE IS RELEASE-MATCHED-PROFILES
               OUTPUT PROCEDURE IS WRITE-CUSTOMER-PROFILES.

       RELEASE-CUSTOMER-KEYS.
           MOVE 0 TO WS-PROFILE-SEQ.
           OPEN INPUT DELIVERY-PREF-FILE.
           IF WS-PREF-FILE-STATUS = "00"
               PERFORM UNTIL WS-PREF-FILE-STATUS = "10"
                   READ DELIVERY-PREF-FILE
                       AT END
                           MOVE "10" TO WS-PREF-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-PROFILE-SEQ
                           MOVE DP-CUST-NO TO PC-CUST-NO
                           SET PC-DELIVERY-PREF TO TRUE
                           MOVE WS-PROFILE-SEQ TO PC-SEQ
                           MOVE DP-PREFERENCE TO PC-PREF-CODE
                           RELEASE PROFILE-CUST-SORT-REC
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-PREF-FILE
           END-IF.
           OPEN INPUT FINAL-STMT-FILE.
           IF WS-FINAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-FINAL-FILE-STATUS = "10"
                   READ FINAL-STMT-FILE
                       AT END
                           MOVE "10" TO WS-FINAL-FILE-STATUS
                       NOT AT END
                           IF FR-REQUEST-DATE = WS-RUN-CCYYDDD
                               ADD 1 TO WS-PROFILE-SEQ
                               MOVE FR-CUST-NO TO PC-CUST-NO
                               SET PC-FINAL-REQUEST TO TRUE
                               MOVE WS-PROFILE-SEQ TO PC-SEQ
                               MOVE SPACE TO PC-PREF-CODE
                               RELEASE PROFILE-CUST-SORT-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINAL-STMT-FILE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-PROFILE-SEQ
                           MOVE CN-CUST-NO TO PC-CUST-NO
                           SET PC-MASTER-CUSTOMER TO TRUE
                           MOVE WS-PROFILE-SEQ TO PC-SEQ
                           MOVE SPACE TO PC-PREF-CODE
                           RELEASE PROFILE-CUST-SORT-REC
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       MATCH-CUSTOMER-KEYS.
           OPEN OUTPUT PROFILE-BIRTH-WORK.
           MOVE "N" TO WS-GROUP-SWITCH.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN PROFILE-CUST-SORT
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       PERFORM MATCH-ONE-CUSTOMER-KEY
               END-RETURN
           END-PERFORM.
           CLOSE PROFILE-BIRTH-WORK.

       MATCH-ONE-CUSTOMER-KEY.
           IF NOT WS-GROUP-STARTED
                   OR PC-CUST-NO NOT = WS-GROUP-CUST-NO
               MOVE "Y" TO WS-GROUP-SWITCH
               MOVE PC-CUST-NO TO WS-GROUP-CUST-NO
               MOVE "P" TO WS-GROUP-PREF-CODE
               MOVE "N" TO WS-GROUP-FINAL-FLAG
           END-IF.
           EVALUATE TRUE
               WHEN PC-DELIVERY-PREF
                   MOVE PC-PREF-CODE TO WS-GROUP-PREF-CODE
               WHEN PC-FINAL-REQUEST
                   MOVE "Y" TO WS-GROUP-FINAL-FLAG
               WHEN PC-MASTER-CUSTOMER
                   PERFORM WRITE-MATCHED-CUSTOMER
           END-EVALUATE.

      *    The bridge to the six-digit intake key goes through
      *    CDXREF01 so a check-digit-remediated customer still
      *    finds its birth date for message targeting; with no
      *    message running the birth date is not wanted at all.
       WRITE-MATCHED-CUSTOMER.
           MOVE PC-SEQ TO CP-MASTER-SEQ.
           MOVE PC-CUST-NO TO CP-CUST-NO.
           MOVE WS-GROUP-PREF-CODE TO CP-PREF-CODE.
           MOVE WS-GROUP-FINAL-FLAG TO CP-FINAL-FLAG.
           MOVE 0 TO CP-INTAKE-NO.
           IF WS-MESSAGE-COUNT > 0
               MOVE PC-CUST-NO TO XF-MASTER-NO
               CALL "CDXREF01" USING WS-CUST-XREF-REQUEST
               MOVE XF-INTAKE-NO TO CP-INTAKE-NO
           END-IF.
           MOVE "N" TO CP-BIRTH-FOUND.
           MOVE 0 TO CP-BIRTH-DATE.
           WRITE PROFILE-BIRTH-WORK-REC FROM WS-CUSTOMER-PROFILE.

       RELEASE-BIRTH-KEYS.
           MOVE 0 TO WS-PROFILE-SEQ.
           IF WS-MESSAGE-COUNT > 0
               OPEN INPUT CUSTOMER-INTAKE-FILE
               IF WS-INTAKE-FILE-STATUS = "00"
                   PERFORM UNTIL WS-INTAKE-FILE-STATUS = "10"
                       READ CUSTOMER-INTAKE-FILE
                           AT END
                               MOVE "10" TO WS-INTAKE-FILE-STATUS
                           NOT AT END
                               PERFORM RELEASE-ONE-INTAKE-BIRTH
                       END-READ
                   END-PERFORM
                   CLOSE CUSTOMER-INTAKE-FILE
               END-IF
           END-IF.
           OPEN INPUT PROFILE-BIRTH-WORK.
           IF WS-BIRTH-WORK-STATUS = "00"
               PERFORM UNTIL WS-BIRTH-WORK-STATUS = "10"
                   READ PROFILE-BIRTH-WORK INTO WS-CUSTOMER-PROFILE
                       AT END
                           MOVE "10" TO WS-BIRTH-WORK-STATUS
                       NOT AT END
                           MOVE CP-INTAKE-NO TO PB-INTAKE-NO
                           SET PB-CUSTOMER-PROFILE TO TRUE
                           MOVE CP-MASTER-SEQ TO PB-SEQ
                           MOVE 0 TO PB-BIRTH-DATE
                           MOVE WS-CUSTOMER-PROFILE TO PB-PROFILE
                           RELEASE PROFILE-BIRTH-SORT-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PROFILE-BIRTH-WORK.

       RELEASE-ONE-INTAKE-BIRTH.
           ADD 1 TO WS-PROFILE-SEQ.
           MOVE CI-CUST-NO TO PB-INTAKE-NO.
           SET PB-INTAKE-BIRTH TO TRUE.
           MOVE WS-PROFILE-SEQ TO PB-SEQ.
           MOVE CI-BIRTH-DATE TO PB-BIRTH-DATE.
           MOVE SPACES TO PB-PROFILE.
           RELEASE PROFILE-BIRTH-SORT-REC.

      *    The first intake record on file for an intake number
      *    answers for its birth date.
       MATCH-BIRTH-DATES.
           OPEN OUTPUT CUSTOMER-PROFILE-FILE.
           MOVE "N" TO WS-GROUP-SWITCH.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN PROFILE-BIRTH-SORT
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       PERFORM MATCH-ONE-BIRTH-KEY
               END-RETURN
           END-PERFORM.
           CLOSE CUSTOMER-PROFILE-FILE.

       MATCH-ONE-BIRTH-KEY.
           IF NOT WS-GROUP-STARTED
                   OR PB-INTAKE-NO NOT = WS-GROUP-INTAKE-NO
               MOVE "Y" TO WS-GROUP-SWITCH
               MOVE PB-INTAKE-NO TO WS-GROUP-INTAKE-NO
               MOVE "N" TO WS-GROUP-BIRTH-FOUND
               MOVE 0 TO WS-GROUP-BIRTH-DATE
           END-IF.
           IF PB-INTAKE-BIRTH
               IF WS-GROUP-BIRTH-FOUND = "N"
                   MOVE "Y" TO WS-GROUP-BIRTH-FOUND
                   MOVE PB-BIRTH-DATE TO WS-GROUP-BIRTH-DATE
               END-IF
           ELSE
               MOVE PB-PROFILE TO WS-CUSTOMER-PROFILE
               MOVE WS-GROUP-BIRTH-FOUND TO CP-BIRTH-FOUND
               MOVE WS-GROUP-BIRTH-DATE TO CP-BIRTH-DATE
               WRITE CUSTOMER-PROFILE-REC FROM WS-CUSTOMER-PROFILE
           END-IF.

       RELEASE-MATCHED-PROFILES.
           OPEN INPUT CUSTOMER-PROFILE-FILE.
           IF WS-PROFILE-FILE-STATUS = "00"
               PERFORM UNTIL WS-PROFILE-FILE-STATUS = "10"
                   READ CUSTOMER-PROFILE-FILE
                       AT END
                           MOVE "10" TO WS-PROFILE-FILE-STATUS
                       NOT AT END
                           RELEASE PROFILE-ORDER-SORT-REC
                               FROM CUSTOMER-PROFILE-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CUSTOMER-PROFILE-FILE.

       WRITE-CUSTOMER-PROFILES.
           OPEN OUTPUT CUSTOMER-PROFILE-FILE.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN PROFILE-ORDER-SORT
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       WRITE CUSTOMER-PROFILE-REC
                           FROM PROFILE-ORDER-SORT-REC
               END-RETURN
           END-PERFORM.
           CLOSE CUSTOMER-PROFILE-FILE.

      *    The profiles were written from this same master in this
      *    same order, so each read pairs with its master record; a
      *    customer without one is left on the defaults.
       TAKE-CUSTOMER-PROFILE.
           MOVE SPACES TO WS-CUSTOMER-PROFILE.
           MOVE 0 TO CP-CUST-NO.
           IF WS-PROFILE-FILE-STATUS = "00"
               READ CUSTOMER-PROFILE-FILE INTO WS-CUSTOMER-PROFILE
                   AT END
                       MOVE 0 TO CP-CUST-NO
               END-READ
           END-IF.
           IF CP-CUST-NO NOT = CN-CUST-NO
               MOVE CN-CUST-NO TO CP-CUST-NO
               MOVE "P" TO CP-PREF-CODE
               MOVE "N" TO CP-FINAL-FLAG
               MOVE "N" TO CP-BIRTH-FOUND
               MOVE 0 TO CP-BIRTH-DATE
           END-IF.

      ***************************************************************
      *  Each customer's statement lists every account they hold -
      *  one statement per customer, however many accounts the
      *  money sits in.  The START positions on the customer's
      *  first account on the alternate key and READ NEXT stops at
      *  the first account of the next customer.  Without the index
      *  the statement still goes out, with no account lines.
      ***************************************************************
       START-CUSTOMER-ACCOUNTS.
           IF WS-ACCOUNT-INDEX-OPEN
               MOVE CN-CUST-NO TO AM-CUST-NO
               START ACCOUNT-MASTER-FILE
                   KEY IS EQUAL TO AM-CUST-NO
                   INVALID KEY
                       MOVE "23" TO WS-ACCOUNT-FILE-STATUS
               END-START
               IF WS-ACCOUNT-FILE-STATUS = "00"
                   PERFORM READ-NEXT-CUSTOMER-ACCOUNT
               END-IF
           ELSE
               MOVE "10" TO WS-ACCOUNT-FILE-STATUS
           END-IF.

       READ-NEXT-CUSTOMER-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-ACCOUNT-FILE-STATUS
           END-READ.
           IF WS-ACCOUNT-READ-OK
                   AND AM-CUST-NO NOT = CN-CUST-NO
               MOVE "10" TO WS-ACCOUNT-FILE-STATUS
           END-IF.

      ***************************************************************
      *  The name a customer reads for each product: the catalog's
      *  statement wording, or its description where it has none.
      ***************************************************************
       LOAD-PRODUCT-NAMES.
           OPEN INPUT PRODUCT-CATALOG-FILE.
           IF WS-CATALOG-FILE-STATUS = "00"
               PERFORM UNTIL WS-CATALOG-FILE-STATUS = "10"
                       OR WS-PRODUCT-COUNT = 100
                   READ PRODUCT-CATALOG-FILE
                       AT END
                           MOVE "10" TO WS-CATALOG-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-PRODUCT-COUNT
                           SET PN-IDX TO WS-PRODUCT-COUNT
                           MOVE PD-PRODUCT-CODE
                               TO WS-PRODUCT-CODE (PN-IDX)
                           IF PD-STATEMENT-WORDING = SPACES
                               MOVE PD-DESCRIPTION
                                   TO WS-PRODUCT-NAME (PN-IDX)
                           ELSE
                               MOVE PD-STATEMENT-WORDING
                                   TO WS-PRODUCT-NAME (PN-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-CATALOG-FILE
           END-IF.

      ***************************************************************
               CLOSE RATE-TIER-FILE
           END-IF.

      ***************************************************************
      *  The message zone sits under the closing balance; each
      *  qualifying message prints once and tallies an impression,

       DERIVE-CUSTOMER-BAND.
           MOVE SPACES TO WS-CUSTOMER-BAND.
           MOVE CP-BIRTH-FOUND TO WS-BIRTH-FOUND.
           IF WS-BIRTH-FOUND = "Y"
               MOVE CP-BIRTH-DATE TO AD-BIRTH-DATE
           END-IF.
           IF WS-BIRTH-FOUND = "Y"
               MOVE WS-RUN-CCYYDDD TO AD-RUN-CCYYDDD
               CALL "AGEDRV01" USING WS-AGE-DERIVE-REQUEST
           END-PERFORM.

       FIND-DELIVERY-PREF.
           MOVE CP-PREF-CODE TO WS-CUST-PREFERENCE.

      ***************************************************************
      *  The vendor record is fixed-column: run date, customer,
      *  then opening balance, postings, interest, closing balance
      *  in the same edited picture, so the vendor parses positions
      *  instead of scraping the print image.  Closing fees and
      *  payout on a final statement follow at column 75, the
      *  statement title at 89 tells the vendor which kind it is,
      *  and the available balance follows at 91.
      ***************************************************************
       WRITE-ESTMT-EXTRACT.
           MOVE SPACES TO ESTMT-EXTRACT-REC.
           MOVE WS-AMOUNT-DISPLAY TO ESTMT-EXTRACT-REC (19:13).
           MOVE WS-CUST-POSTINGS TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO ESTMT-EXTRACT-REC (33:13).
           COMPUTE WS-AMOUNT-DISPLAY =
               WS-CUST-INTEREST + WS-CUST-DEBIT-INTEREST.
           MOVE WS-AMOUNT-DISPLAY TO ESTMT-EXTRACT-REC (47:13).
           MOVE CN-BALANCE TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO ESTMT-EXTRACT-REC (61:13).
           COMPUTE WS-CLOSURE-AMOUNT =
               WS-CUST-CLOSE-FEES + WS-CUST-PAYOUT.
           MOVE WS-CLOSURE-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO ESTMT-EXTRACT-REC (75:13).
           MOVE WS-STATEMENT-TITLE (1:1) TO ESTMT-EXTRACT-REC (89:1).
           PERFORM SUM-ACTIVE-HOLDS.
           MOVE WS-AVAILABLE-BALANCE TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO ESTMT-EXTRACT-REC (91:13).
           WRITE ESTMT-EXTRACT-REC.

      ***************************************************************
      *  interest lines, and the closing balance the master carries.
      ***************************************************************
       PRINT-ONE-STATEMENT.
           MOVE CN-LANGUAGE-CODE TO TP-LANGUAGE.
           MOVE CN-CUST-NO TO SX-CUST-NO.
           COMPUTE SX-FIRST-LINE = WS-PRINT-LINES-WRITTEN + 1.
           MOVE WS-PAGE-NUMBER TO WS-PIECE-START-PAGE.
           PERFORM START-NEW-PAGE.
           PERFORM PRINT-ADDRESS-BLOCK.
           PERFORM PRINT-ACCOUNT-LINES.

           MOVE WS-OPENING-BALANCE TO WS-AMOUNT-DISPLAY.
           MOVE 8 TO TP-LINE-NO.
           MOVE WS-AMOUNT-DISPLAY TO TP-VALUE (1).
           PERFORM WRITE-TEMPLATE-LINE.

           PERFORM PRINT-POSTING-LINES.
           PERFORM PRINT-INTEREST-LINES.
           PERFORM PRINT-CLOSURE-LINES.

           MOVE CN-BALANCE TO WS-AMOUNT-DISPLAY.
           MOVE 15 TO TP-LINE-NO.
           MOVE WS-AMOUNT-DISPLAY TO TP-VALUE (1).
           PERFORM WRITE-TEMPLATE-LINE.
           PERFORM SUM-ACTIVE-HOLDS.
           MOVE WS-AVAILABLE-BALANCE TO WS-AMOUNT-DISPLAY.
           MOVE 26 TO TP-LINE-NO.
           MOVE WS-AMOUNT-DISPLAY TO TP-VALUE (1).
           PERFORM WRITE-TEMPLATE-LINE.
           IF WS-CUST-HELD > 0
               PERFORM PRINT-HOLD-LINES
           END-IF.
           PERFORM PRINT-SWEEP-LINES.
           PERFORM PRINT-DISPUTE-LINES.
           PERFORM PRINT-LOAN-SECTION.
           IF WS-MESSAGE-COUNT > 0
               PERFORM PRINT-MESSAGE-ZONE
           END-IF.
           IF NOT WS-DEST-HELD
               PERFORM WRITE-MAIL-INDEX
           END-IF.

      ***************************************************************
      *  The mail ZIP was set when the address block was composed;
      *  a held page never reaches the mail house and is not
      *  indexed.
      ***************************************************************
       WRITE-MAIL-INDEX.
           COMPUTE SX-LINE-COUNT =
               WS-PRINT-LINES-WRITTEN - SX-FIRST-LINE + 1.
           COMPUTE SX-SHEET-COUNT =
               WS-PAGE-NUMBER - WS-PIECE-START-PAGE.
           COMPUTE SX-BALANCE = FUNCTION ABS (CN-BALANCE).
           ADD 1 TO WS-MAIL-PIECES.
           ADD SX-BALANCE TO WS-MAIL-BALANCE-HASH.
           WRITE WS-STMT-INDEX-RECORD.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE 0 TO WS-LINE-COUNT.
           PERFORM FORMAT-PAGE-HEADING.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-PRINT-REC.
           PERFORM WRITE-STATEMENT-LINE.
      ***************************************************************
      *  The name prints on its own line; the street address and
      *  zip are composed into one label line through ADDRFMT01 so
      *  the overflow protection lives in one shared place.  Joint
      *  owners are named under the customer, and an account run by
      *  a guardian, trustee, or attorney is addressed in care of
      *  that party at the party's address, through PTYADR01.
      ***************************************************************
       PRINT-ADDRESS-BLOCK.
           MOVE SPACES TO STATEMENT-PRINT-REC.
               DELIMITED BY SIZE INTO STATEMENT-PRINT-REC.
           PERFORM WRITE-STATEMENT-LINE.

           MOVE CN-CUST-NO     TO PA-CUST-NO.
           MOVE WS-RUN-CCYYDDD TO PA-AS-OF-DATE.
           CALL "PTYADR01" USING WS-PARTY-ADDRESS-REQUEST.
           PERFORM VARYING WS-JOINT-IDX FROM 1 BY 1
                   UNTIL WS-JOINT-IDX > PA-JOINT-COUNT
               MOVE 3 TO TP-LINE-NO
               MOVE PA-JOINT-NAME (WS-JOINT-IDX) TO TP-VALUE (1)
               PERFORM WRITE-TEMPLATE-LINE
           END-PERFORM.
           IF PA-HAS-CARE-OF
               IF PA-CARE-OF-EXECUTOR
                   MOVE 4 TO TP-LINE-NO
               ELSE
                   MOVE 5 TO TP-LINE-NO
               END-IF
               MOVE PA-CARE-OF-NAME TO TP-VALUE (1)
               PERFORM WRITE-TEMPLATE-LINE
               MOVE PA-CARE-OF-ADDRESS (1:30)  TO AF-LINE-1
               MOVE PA-CARE-OF-ADDRESS (31:10) TO AF-LINE-2
               MOVE PA-CARE-OF-ZIP             TO WS-ZIP-DISPLAY
           ELSE
               MOVE CN-ADDRESS (1:30)  TO AF-LINE-1
               MOVE CN-ADDRESS (31:10) TO AF-LINE-2
               MOVE CN-ZIP             TO WS-ZIP-DISPLAY
           END-IF.
           MOVE WS-ZIP-DISPLAY     TO AF-LINE-3.
           MOVE WS-ZIP-DISPLAY     TO SX-MAIL-ZIP.
           MOVE "|"                TO AF-DELIMITER.
           CALL "ADDRFMT01" USING WS-ADDR-FORMAT-REQUEST.
           MOVE SPACES TO STATEMENT-PRINT-REC.
      ***************************************************************
       GATHER-PERIOD-ACTIVITY.
           MOVE 0 TO WS-CUST-INTEREST.
           MOVE 0 TO WS-CUST-DEBIT-INTEREST.
           MOVE 0 TO WS-CUST-POSTINGS.
           MOVE 0 TO WS-REVERSAL-NOTE-COUNT.
           MOVE 0 TO WS-CUST-CLOSE-FEES.
           MOVE 0 TO WS-CUST-PAYOUT.
           OPEN INPUT INTEREST-JOURNAL-FILE.
           PERFORM SKIP-INTEREST-HEADER.
           IF WS-INTEREST-FILE-STATUS = "00"
               PERFORM UNTIL WS-INTEREST-FILE-STATUS = "10"
                   READ INTEREST-JOURNAL-FILE
               CLOSE INTEREST-JOURNAL-FILE
           END-IF.
           OPEN INPUT POSTING-JOURNAL-FILE.
           PERFORM SKIP-POSTING-HEADER.
           IF WS-POSTING-FILE-STATUS = "00"
               PERFORM UNTIL WS-POSTING-FILE-STATUS = "10"
                   READ POSTING-JOURNAL-FILE
               END-PERFORM
               CLOSE POSTING-JOURNAL-FILE
           END-IF.
           OPEN INPUT CLOSURE-JOURNAL-FILE.
           IF WS-CLOSURE-FILE-STATUS = "00"
               PERFORM UNTIL WS-CLOSURE-FILE-STATUS = "10"
                   READ CLOSURE-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-CLOSURE-FILE-STATUS
                       NOT AT END
                           PERFORM TALLY-ONE-CLOSURE-LINE
                   END-READ
               END-PERFORM
               CLOSE CLOSURE-JOURNAL-FILE
           END-IF.

       TALLY-ONE-INTEREST-LINE.
           IF INTEREST-JOURNAL-REC (9:9) IS NUMERIC
                           <= WS-RUN-DAY-INTEGER
                   COMPUTE WS-JOURNAL-AMOUNT = FUNCTION NUMVAL
                       (INTEREST-JOURNAL-REC (49:11))
                   IF INTEREST-JOURNAL-REC (19:5) = "DRIN="
                       ADD WS-JOURNAL-AMOUNT TO WS-CUST-DEBIT-INTEREST
                   ELSE
                       ADD WS-JOURNAL-AMOUNT TO WS-CUST-INTEREST
                   END-IF
               END-IF
           END-IF.

                           >= WS-PERIOD-START-INTEGER
                       AND WS-LINE-DAY-INTEGER
                           <= WS-RUN-DAY-INTEGER
                       AND POSTING-JOURNAL-REC (65:8) NOT = "LNPAYMNT"
                       AND POSTING-JOURNAL-REC (65:8) NOT = "SWEEPXFR"
                   COMPUTE WS-JOURNAL-AMOUNT = FUNCTION NUMVAL
                       (POSTING-JOURNAL-REC (26:11))
                   ADD WS-JOURNAL-AMOUNT TO WS-CUST-POSTINGS
               END-IF
           END-IF.

      *    Closure journal: customer at 9, source at 30, signed
      *    amount at 39 - the ACCCLS01 layout.
       TALLY-ONE-CLOSURE-LINE.
           IF CLOSURE-JOURNAL-REC (9:9) IS NUMERIC
                   AND CLOSURE-JOURNAL-REC (1:7) IS NUMERIC
               COMPUTE WS-LINE-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DAY (FUNCTION NUMVAL
                       (CLOSURE-JOURNAL-REC (1:7)))
               MOVE CLOSURE-JOURNAL-REC (9:9)
                   TO WS-JOURNAL-CUST-NO
               IF WS-JOURNAL-CUST-NO = CN-CUST-NO
                       AND WS-LINE-DAY-INTEGER
                           >= WS-PERIOD-START-INTEGER
                       AND WS-LINE-DAY-INTEGER
                           <= WS-RUN-DAY-INTEGER
                   COMPUTE WS-CLOSURE-AMOUNT = FUNCTION NUMVAL
                       (CLOSURE-JOURNAL-REC (39:13))
                   IF CLOSURE-JOURNAL-REC (30:8) = "CLOSEFEE"
                       ADD WS-CLOSURE-AMOUNT TO WS-CUST-CLOSE-FEES
                   ELSE
                       ADD WS-CLOSURE-AMOUNT TO WS-CUST-PAYOUT
                   END-IF
               END-IF
           END-IF.

       PRINT-ACCOUNT-LINES.
           PERFORM START-CUSTOMER-ACCOUNTS.
           PERFORM UNTIL NOT WS-ACCOUNT-READ-OK
               IF NOT AM-LOAN-ACCOUNT
                   MOVE AM-BALANCE TO WS-AMOUNT-DISPLAY
                   IF AM-ACCOUNT-OPEN
                       MOVE 6 TO TP-LINE-NO
                   ELSE
                       MOVE 7 TO TP-LINE-NO
                   END-IF
                   MOVE AM-ACCT-NO TO TP-VALUE (1)
                   MOVE WS-AMOUNT-DISPLAY TO TP-VALUE (2)
                   MOVE AM-CLOSED-DATE TO TP-VALUE (3)
                   PERFORM FIND-PRODUCT-NAME
                   PERFORM WRITE-TEMPLATE-LINE
               END-IF
               PERFORM READ-NEXT-CUSTOMER-ACCOUNT
           END-PERFORM.

       PRINT-POSTING-LINES.
           IF WS-CUST-POSTINGS NOT = 0
               MOVE WS-CUST-POSTINGS TO WS-AMOUNT-DISPLAY
               MOVE 9 TO TP-LINE-NO
               MOVE WS-AMOUNT-DISPLAY TO TP-VALUE (1)
               PERFORM WRITE-TEMPLATE-LINE
           END-IF.
           PERFORM VARYING RN-IDX FROM 1 BY 1
                   UNTIL RN-IDX > WS-REVERSAL-NOTE-COUNT
               MOVE 10 TO TP-LINE-NO
               MOVE WS-REVERSAL-NOTE (RN-IDX) TO TP-VALUE (1)
               PERFORM WRITE-TEMPLATE-LINE
           END-PERFORM.

       PRINT-INTEREST-LINES.
           IF WS-CUST-INTEREST NOT = 0
               MOVE WS-CUST-INTEREST TO WS-AMOUNT-DISPLAY
               MOVE 11 TO TP-LINE-NO
               MOVE WS-AMOUNT-DISPLAY TO TP-VALUE (1)
               PERFORM WRITE-TEMPLATE-LINE
           END-IF.
           IF WS-CUST-DEBIT-INTEREST NOT = 0
               MOVE WS-CUST-DEBIT-INTEREST TO WS-AMOUNT-DISPLAY
               MOVE 12 TO TP-LINE-NO
               MOVE WS-AMOUNT-DISPLAY TO TP-VALUE (1)
               PERFORM WRITE-TEMPLATE-LINE
           END-IF.

       PRINT-CLOSURE-LINES.
           IF WS-CUST-CLOSE-FEES NOT = 0
               MOVE WS-CUST-CLOSE-FEES TO WS-AMOUNT-DISPLAY
               MOVE 13 TO TP-LINE-NO
               MOVE WS-AMOUNT-DISPLAY TO TP-VALUE (1)
               PERFORM WRITE-TEMPLATE-LINE
           END-IF.
           IF WS-CUST-PAYOUT NOT = 0
               MOVE WS-CUST-PAYOUT TO WS-AMOUNT-DISPLAY
               MOVE 14 TO TP-LINE-NO
               MOVE WS-AMOUNT-DISPLAY TO TP-VALUE (1)
               PERFORM WRITE-TEMPLATE-LINE
           END-IF.

      ***************************************************************
      *  The sweep history is rescanned per customer, the way the
      *  loan payment history is per loan; the heading prints only
      *  above the first sweep in the period.
      ***************************************************************
       PRINT-SWEEP-LINES.
           MOVE "N" TO WS-SWEEP-HEADING-SWITCH.
           OPEN INPUT SWEEP-HISTORY-FILE.
           IF WS-SWPHST-FILE-STATUS = "00"
               PERFORM UNTIL WS-SWPHST-FILE-STATUS = "10"
                   READ SWEEP-HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-SWPHST-FILE-STATUS
                       NOT AT END
                           PERFORM PRINT-ONE-SWEEP
                   END-READ
               END-PERFORM
               CLOSE SWEEP-HISTORY-FILE
           END-IF.

       PRINT-ONE-SWEEP.
           IF SH-CUST-NO = CN-CUST-NO
                   AND SH-RUN-DATE IS NUMERIC
               COMPUTE WS-LINE-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DAY (SH-RUN-DATE)
               IF WS-LINE-DAY-INTEGER >= WS-PERIOD-START-INTEGER
                       AND WS-LINE-DAY-INTEGER
                           <= WS-RUN-DAY-INTEGER
                   IF NOT WS-SWEEP-HEADING-PRINTED
                       MOVE 16 TO TP-LINE-NO
                       PERFORM WRITE-TEMPLATE-LINE
                       MOVE "Y" TO WS-SWEEP-HEADING-SWITCH
                   END-IF
                   MOVE SH-AMOUNT TO WS-AMOUNT-DISPLAY
                   MOVE 17 TO TP-LINE-NO
                   MOVE SH-RUN-DATE TO TP-VALUE (1)
                   MOVE SH-FUNDING-ACCT TO TP-VALUE (2)
                   MOVE SH-PROTECTED-ACCT TO TP-VALUE (3)
                   MOVE WS-AMOUNT-DISPLAY TO TP-VALUE (4)
                   MOVE SH-REFERENCE TO TP-VALUE (5)
                   PERFORM WRITE-TEMPLATE-LINE
               END-IF
           END-IF.

      ***************************************************************
      *  The dispute case file is rescanned per customer the same
      *  way.  Only cases still open print - a closed case has
      *  already been settled on the postings; where the credit has
      *  not been made yet the date it is due shows in its place.
      ***************************************************************
      ***************************************************************
      *  The active holds file is rescanned per customer the same
      *  way; a hold counts while the run date is short of its
      *  release date, whether or not HLDREL01 has run yet.
      ***************************************************************
       SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-CUST-HELD.
           OPEN INPUT FUNDS-HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = "00"
               PERFORM UNTIL WS-HOLD-FILE-STATUS = "10"
                   READ FUNDS-HOLD-FILE
                       AT END
                           MOVE "10" TO WS-HOLD-FILE-STATUS
                       NOT AT END
                           IF HD-CUST-NO = CN-CUST-NO
                                   AND HD-STILL-HELD
                                   AND HD-RELEASE-DATE
                                       > WS-RUN-CCYYDDD
                               ADD HD-AMOUNT TO WS-CUST-HELD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNDS-HOLD-FILE
           END-IF.
           COMPUTE WS-AVAILABLE-BALANCE = CN-BALANCE - WS-CUST-HELD.

       PRINT-HOLD-LINES.
           MOVE "N" TO WS-HOLD-HEADING-SWITCH.
           OPEN INPUT FUNDS-HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = "00"
               PERFORM UNTIL WS-HOLD-FILE-STATUS = "10"
                   READ FUNDS-HOLD-FILE
                       AT END
                           MOVE "10" TO WS-HOLD-FILE-STATUS
                       NOT AT END
                           PERFORM PRINT-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE FUNDS-HOLD-FILE
           END-IF.

       PRINT-ONE-HOLD.
           IF HD-CUST-NO = CN-CUST-NO
                   AND HD-STILL-HELD
                   AND HD-RELEASE-DATE > WS-RUN-CCYYDDD
               IF NOT WS-HOLD-HEADING-PRINTED
                   MOVE 27 TO TP-LINE-NO
                   PERFORM WRITE-TEMPLATE-LINE
                   MOVE "Y" TO WS-HOLD-HEADING-SWITCH
               END-IF
               MOVE HD-AMOUNT TO WS-AMOUNT-DISPLAY
               MOVE 28 TO TP-LINE-NO
               MOVE HD-ENTRY-NO TO TP-VALUE (1)
               MOVE HD-ACCT-NO TO TP-VALUE (2)
               MOVE WS-AMOUNT-DISPLAY TO TP-VALUE (3)
               MOVE HD-RELEASE-DATE TO TP-VALUE (4)
               PERFORM WRITE-TEMPLATE-LINE
           END-IF.

       PRINT-DISPUTE-LINES.
           MOVE "N" TO WS-DISPUTE-HEADING-SWITCH.
           OPEN INPUT DISPUTE-CASE-FILE.
           IF WS-DSPCS-FILE-STATUS = "00"
               PERFORM UNTIL WS-DSPCS-FILE-STATUS = "10"
                   READ DISPUTE-CASE-FILE
                       AT END
                           MOVE "10" TO WS-DSPCS-FILE-STATUS
                       NOT AT END
                           PERFORM PRINT-ONE-DISPUTE
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-CASE-FILE
           END-IF.

       PRINT-ONE-DISPUTE.
           IF DS-CUST-NO = CN-CUST-NO
                   AND DS-CASE-OPEN
               IF NOT WS-DISPUTE-HEADING-PRINTED
                   MOVE 24 TO TP-LINE-NO
                   PERFORM WRITE-TEMPLATE-LINE
                   MOVE "Y" TO WS-DISPUTE-HEADING-SWITCH
               END-IF
               MOVE DS-DISPUTED-AMOUNT TO WS-AMOUNT-DISPLAY
               MOVE 25 TO TP-LINE-NO
               MOVE DS-CASE-NO TO TP-VALUE (1)
               MOVE DS-ENTRY-NO TO TP-VALUE (2)
               MOVE WS-AMOUNT-DISPLAY TO TP-VALUE (3)
               IF DS-NOT-YET-CREDITED
                   MOVE DS-CREDIT-DUE-DATE TO TP-VALUE (4)
               ELSE
                   MOVE DS-CREDIT-DATE TO TP-VALUE (4)
               END-IF
               MOVE DS-DECIDE-BY-DATE TO TP-VALUE (5)
               PERFORM WRITE-TEMPLATE-LINE
           END-IF.

      ***************************************************************
      *  One block per loan the customer holds, or paid off inside
      *  this statement period.  The next installment is the first
      *  scheduled due date after tonight, dated from the booking
      *  date through MATDAT01 exactly as the schedule was; the
      *  payment history is rescanned per loan, the same way the
      *  journals are rescanned per customer.
      ***************************************************************
       PRINT-LOAN-SECTION.
           PERFORM START-CUSTOMER-ACCOUNTS.
           PERFORM UNTIL NOT WS-ACCOUNT-READ-OK
               IF AM-LOAN-ACCOUNT
                   IF AM-ACCOUNT-OPEN
                       PERFORM PRINT-ONE-LOAN
                   ELSE
                       COMPUTE WS-LINE-DAY-INTEGER =
                           FUNCTION INTEGER-OF-DAY (AM-CLOSED-DATE)
                       IF WS-LINE-DAY-INTEGER
                               >= WS-PERIOD-START-INTEGER
                           PERFORM PRINT-ONE-LOAN
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-NEXT-CUSTOMER-ACCOUNT
           END-PERFORM.

       PRINT-ONE-LOAN.
           PERFORM TALLY-LOAN-PAYMENTS.
           MOVE SPACES TO STATEMENT-PRINT-REC.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE AM-BALANCE TO WS-AMOUNT-DISPLAY.
           MOVE AM-ACCT-NO TO TP-VALUE (1).
           IF AM-ACCOUNT-OPEN
               MOVE 18 TO TP-LINE-NO
               MOVE WS-AMOUNT-DISPLAY TO TP-VALUE (2)
           ELSE
               MOVE 19 TO TP-LINE-NO
               MOVE AM-CLOSED-DATE TO TP-VALUE (2)
           END-IF.
           PERFORM FIND-PRODUCT-NAME.
           PERFORM WRITE-TEMPLATE-LINE.
           IF AM-ACCOUNT-OPEN
               PERFORM FIND-NEXT-DUE-DATE
               MOVE AM-FIXED-RATE TO WS-LOAN-RATE-DISPLAY
               MOVE AM-LOAN-PAYMENT TO WS-LOAN-PAYMENT-DISPLAY
               MOVE 20 TO TP-LINE-NO
               MOVE WS-LOAN-RATE-DISPLAY TO TP-VALUE (1)
               MOVE WS-LOAN-PAYMENT-DISPLAY TO TP-VALUE (2)
               MOVE WS-NEXT-DUE-DATE TO TP-VALUE (3)
               PERFORM WRITE-TEMPLATE-LINE
           END-IF.
           IF WS-LOAN-PAID NOT = 0
               MOVE WS-LOAN-PAID TO WS-AMOUNT-DISPLAY
               MOVE 21 TO TP-LINE-NO
               MOVE WS-AMOUNT-DISPLAY TO TP-VALUE (1)
               PERFORM WRITE-TEMPLATE-LINE
               MOVE WS-LOAN-INTEREST-PAID TO WS-AMOUNT-DISPLAY
               MOVE 22 TO TP-LINE-NO
               MOVE WS-AMOUNT-DISPLAY TO TP-VALUE (1)
               PERFORM WRITE-TEMPLATE-LINE
               MOVE WS-LOAN-PRINCIPAL-PAID TO WS-AMOUNT-DISPLAY
               MOVE 23 TO TP-LINE-NO
               MOVE WS-AMOUNT-DISPLAY TO TP-VALUE (1)
               PERFORM WRITE-TEMPLATE-LINE
           END-IF.

       FIND-NEXT-DUE-DATE.
           MOVE 0 TO WS-NEXT-DUE-DATE.
           MOVE AM-OPEN-DATE TO MD-START-DATE.
           PERFORM VARYING WS-INSTALLMENT-NO FROM 1 BY 1
                   UNTIL WS-INSTALLMENT-NO
                           > AM-TERM-MONTHS
                       OR WS-NEXT-DUE-DATE > WS-RUN-CCYYDDD
               MOVE WS-INSTALLMENT-NO TO MD-TERM-MONTHS
               CALL "MATDAT01" USING WS-MATURITY-DATE-REQUEST
               MOVE MD-MATURITY-DATE TO WS-NEXT-DUE-DATE
           END-PERFORM.

       TALLY-LOAN-PAYMENTS.
           MOVE 0 TO WS-LOAN-PAID.
           MOVE 0 TO WS-LOAN-INTEREST-PAID.
           MOVE 0 TO WS-LOAN-PRINCIPAL-PAID.
           OPEN INPUT LOAN-PAYMENT-FILE.
           IF WS-LOANPAY-FILE-STATUS = "00"
               PERFORM UNTIL WS-LOANPAY-FILE-STATUS = "10"
                   READ LOAN-PAYMENT-FILE
                       AT END
                           MOVE "10" TO WS-LOANPAY-FILE-STATUS
                       NOT AT END
                           PERFORM TALLY-ONE-LOAN-PAYMENT
                   END-READ
               END-PERFORM
               CLOSE LOAN-PAYMENT-FILE
           END-IF.

       TALLY-ONE-LOAN-PAYMENT.
           IF LY-ACCT-NO = AM-ACCT-NO
                   AND LY-RUN-DATE IS NUMERIC
               COMPUTE WS-LINE-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DAY (LY-RUN-DATE)
               IF WS-LINE-DAY-INTEGER >= WS-PERIOD-START-INTEGER
                       AND WS-LINE-DAY-INTEGER
                           <= WS-RUN-DAY-INTEGER
                   ADD LY-PAYMENT TO WS-LOAN-PAID
                   ADD LY-INTEREST TO WS-LOAN-INTEREST-PAID
                   ADD LY-PRINCIPAL TO WS-LOAN-PRINCIPAL-PAID
               END-IF
           END-IF.

      ***************************************************************
               MOVE STATEMENT-PRINT-REC TO WS-HELD-PRINT-LINE
               ADD 1 TO WS-PAGE-NUMBER
               MOVE 0 TO WS-LINE-COUNT
               PERFORM FORMAT-PAGE-HEADING
               PERFORM WRITE-TO-DESTINATION
               MOVE SPACES TO STATEMENT-PRINT-REC
               PERFORM WRITE-TO-DESTINATION
           PERFORM WRITE-TO-DESTINATION.
           ADD 1 TO WS-LINE-COUNT.

      ***************************************************************
      *  The heading is template line 1 for a monthly statement and
      *  line 2 for a final one.  A continuation heading is composed
      *  only after the line that overflowed has been composed, so
      *  it can reuse the request freely.
      ***************************************************************
       FORMAT-PAGE-HEADING.
           IF WS-FINAL-REQUESTED
               MOVE 2 TO TP-LINE-NO
           ELSE
               MOVE 1 TO TP-LINE-NO
           END-IF.
           MOVE WS-RUN-CCYYDDD TO TP-VALUE (1).
           MOVE WS-PAGE-NUMBER TO TP-VALUE (2).
           CALL "CORTPL01" USING WS-CORR-TEMPLATE-REQUEST.
           MOVE TP-TEXT-LINE TO STATEMENT-PRINT-REC.

      *    The account's product name goes in as the fourth value;
      *    a code the catalog does not know prints as the code.
       FIND-PRODUCT-NAME.
           MOVE AM-PRODUCT-CODE TO TP-VALUE (4).
           PERFORM VARYING PN-IDX FROM 1 BY 1
                   UNTIL PN-IDX > WS-PRODUCT-COUNT
               IF WS-PRODUCT-CODE (PN-IDX) = AM-PRODUCT-CODE
                   MOVE WS-PRODUCT-NAME (PN-IDX) TO TP-VALUE (4)
               END-IF
           END-PERFORM.

       WRITE-TEMPLATE-LINE.
           CALL "CORTPL01" USING WS-CORR-TEMPLATE-REQUEST.
           MOVE TP-TEXT-LINE TO STATEMENT-PRINT-REC.
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-TO-DESTINATION.
           IF WS-DEST-HELD
               WRITE HELD-CORRESPONDENCE-REC
                   FROM STATEMENT-PRINT-REC
           ELSE
               WRITE STATEMENT-PRINT-REC
               ADD 1 TO WS-PRINT-LINES-WRITTEN
           END-IF.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "STMT01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
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

       SKIP-INTEREST-HEADER.
           IF WS-INTEREST-FILE-STATUS = "00"
               READ INTEREST-JOURNAL-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       SKIP-POSTING-HEADER.
           IF WS-POSTING-FILE-STATUS = "00"
               READ POSTING-JOURNAL-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM STMT01.
