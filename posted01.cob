      *  the clean item with the offsetting sign derived from the
      *  journal, so the posting pass backs the money out and cross-
      *  references the original entry on its own journal line.
      *  A debit against a term deposit short of its maturity date
      *  is judged on the early-withdrawal rules for the account's
      *  product: a reject rule (or no rule at all) refuses it as
      *  TD NOT MATURED; a charge rule passes the debit and writes
      *  a second clean item, type TP, for the penalty - the
      *  configured days of interest at the deposit's fixed rate
      *  on the amount withdrawn, never less than the minimum - so
      *  the posting pass takes both and journals the penalty for
      *  the ledger as income, not as money paid out.
      *  An installment loan account takes nothing but loan
      *  payments (type LP, credits): the posting pass splits each
      *  one into interest and principal against the loan, so a
      *  debit, a reversal, or any other type named against a loan
      *  is refused, as is an LP aimed at an account that is not a
      *  loan.
      *  A value date inside an accounting period the month-end
      *  close has marked CLOSED on the close-control file is
      *  refused as PERIOD CLOSED - the ledger for that month is
      *  final.  An item carrying the prior-period adjustment code
      *  passes instead, booked into the current period: its value
      *  date moves up to the first of the run month, so it posts
      *  and journals in the open period without reaching back.
      *  A debit a partner sends for collection carries the
      *  partner's originator ID, and it passes only under an
      *  active mandate on the mandate register for that partner
      *  and the account it posts to: within the mandate's dates,
      *  not revoked, no more than its maximum amount, and not
      *  more often than its frequency allows - counting the
      *  collections logged on earlier nights and any earlier
      *  partner debit passed tonight.  A refusal names the mandate
      *  rule that failed and the mandate it was judged against;
      *  every partner debit passed is logged as a collection.
      *  An item may name the currency it was sent in; blank means
      *  the currency of the account it posts to.  A named currency
      *  must have a rate on the exchange-rate table effective by
      *  tonight (the USD base needs none), or the item is refused
      *  as NO RATE FOR its currency - the posting pass converts
      *  it to the account's currency and cannot do so unrated.
      *  The currency travels to the posting pass on the clean
      *  record after the trace ID.
      *  Nothing is held in memory against the size of a file: the
      *  night's transactions are sorted against the customer
      *  master, the account master, and the reversal window of
      *  the posting journal in turn, each match pass attaching
      *  what its file says about the item, and a last sort puts
      *  them back in file order for the edits - nightly volume is
      *  bounded only by the files.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "data/txn_warehouse.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-FILE-STATUS.
           SELECT MANDATE-REGISTER-FILE
               ASSIGN TO "data/mandate_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDATE-FILE-STATUS.
           SELECT MANDATE-COLLECTION-FILE
               ASSIGN TO "data/mandate_collections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLECTION-FILE-STATUS.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "data/period_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT EXCHANGE-RATE-FILE
               ASSIGN TO "data/exchange_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT PENALTY-RULE-FILE
               ASSIGN TO "data/td_penalty_rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENALTY-FILE-STATUS.
           SELECT POSTED-TXN-WORK
               ASSIGN TO "data/posted_txn_wrk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-WORK-STATUS.
           SELECT POSTED-CUST-SORT
               ASSIGN TO "data/posted_cust_sortwk.dat".
           SELECT POSTED-ACCT-SORT
               ASSIGN TO "data/posted_acct_sortwk.dat".
           SELECT POSTED-JRN-SORT
               ASSIGN TO "data/posted_jrn_sortwk.dat".
           SELECT POSTED-MND-SORT
               ASSIGN TO "data/posted_mnd_sortwk.dat".
           SELECT POSTED-ORDER-SORT
               ASSIGN TO "data/posted_order_sortwk.dat".

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-TXN-FILE.
       01  BALANCE-TXN-FILE-REC          PIC X(76).

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.
       01  TYPE-MASTER-REC               PIC X(30).

       FD  CLEAN-TXN-FILE.
       01  CLEAN-TXN-REC                 PIC X(67).

       FD  EDIT-REJECT-FILE.
       01  EDIT-REJECT-REC               PIC X(84).

       FD  POSTING-JOURNAL-FILE.
       01  POSTING-JOURNAL-REC           PIC X(90).
       COPY WSACCTM.

       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-REC                 PIC X(76).

       FD  MANDATE-REGISTER-FILE.
       COPY WSMANDT.

       FD  MANDATE-COLLECTION-FILE.
       COPY WSMNDCOL.

       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-REC            PIC X(42).

      *    Early-withdrawal rule per term product: C charge the
      *    penalty and let the debit post, R reject the debit.
       FD  PENALTY-RULE-FILE.
       01  PENALTY-RULE-REC.
           02 PR-PRODUCT-CODE            PIC X(2).
           02 PR-ACTION                  PIC X(1).
           02 PR-PENALTY-DAYS            PIC 9(3).
           02 PR-MINIMUM                 PIC 9(5)V99.

       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-REC.
           02 XR-CURRENCY                PIC X(3).
           02 XR-EFF-DATE                PIC 9(7).
           02 XR-RATE                    PIC 9(3)V9(6).

       FD  POSTED-TXN-WORK.
       01  POSTED-TXN-WORK-REC           PIC X(180).

      *
      *  Each match pass sorts the night's items in among the rows
      *  of one file on that file's key.  Within a key the file's
      *  own rows come first, in file order, so the first master
      *  row is the one an item matches, just as a search from the
      *  top of the file would find it.
      *
       SD  POSTED-CUST-SORT.
       01  POSTED-CUST-SORT-REC.
           05 CS-MATCH-KEY.
               10 CS-CUST-NO             PIC 9(9).
           05 CS-KIND                    PIC X(1).
               88 CS-MASTER-ROW          VALUE "1".
               88 CS-TXN-ROW             VALUE "2".
           05 CS-SEQ                     PIC 9(9).
           05 CS-CUST-STATUS             PIC X(10).
           05 CS-ITEM-IMAGE              PIC X(180).

       SD  POSTED-ACCT-SORT.
       01  POSTED-ACCT-SORT-REC.
           05 AS-MATCH-KEY.
               10 AS-ACCT-NO             PIC 9(10).
           05 AS-KIND                    PIC X(1).
               88 AS-MASTER-ROW          VALUE "1".
               88 AS-TXN-ROW             VALUE "2".
           05 AS-SEQ                     PIC 9(9).
           05 AS-ACCOUNT.
               10 AS-ACCT-OWNER          PIC 9(9).
               10 AS-ACCT-CLOSED-DATE    PIC 9(7).
               10 AS-ACCT-PRODUCT        PIC X(2).
               10 AS-ACCT-MATURITY-DATE  PIC 9(7).
               10 AS-ACCT-FIXED-RATE     PIC 9V9(6).
               10 AS-ACCT-CLASS          PIC X(1).
           05 AS-ITEM-IMAGE              PIC X(180).

      *
      *  Journal rows carry an entry line (the entry's own number,
      *  customer, and signed amount) or a reversal mark (a later
      *  line's REVERSAL OF reference), both in journal order.
      *
       SD  POSTED-JRN-SORT.
       01  POSTED-JRN-SORT-REC.
           05 JS-MATCH-KEY.
               10 JS-ENTRY-REF           PIC X(13).
           05 JS-KIND                    PIC X(1).
               88 JS-JOURNAL-ROW         VALUE "1".
               88 JS-TXN-ROW             VALUE "2".
           05 JS-SEQ                     PIC 9(9).
           05 JS-LINE-KIND               PIC X(1).
               88 JS-ENTRY-LINE          VALUE "E".
               88 JS-REVERSAL-MARK       VALUE "R".
           05 JS-CUST-NO                 PIC 9(9).
           05 JS-AMOUNT                  PIC S9(7)V99
                                         SIGN LEADING SEPARATE.
           05 JS-ITEM-IMAGE              PIC X(180).

      *
      *  The mandate match, on the account an item posts to and the
      *  partner that sent it: the register's mandates for the pair
      *  come first, then the collections logged under them, then
      *  the night's items in arrival order.
      *
       SD  POSTED-MND-SORT.
       01  POSTED-MND-SORT-REC.
           05 MS-MATCH-KEY.
               10 MS-ACCT-NO             PIC 9(10).
               10 MS-PARTNER-ID          PIC X(8).
           05 MS-KIND                    PIC X(1).
               88 MS-MANDATE-ROW         VALUE "1".
               88 MS-COLLECTION-ROW      VALUE "2".
               88 MS-TXN-ROW             VALUE "3".
           05 MS-SEQ                     PIC 9(9).
           05 MS-MND-STATE               PIC X(1).
           05 MS-MND-NO                  PIC X(10).
           05 MS-MND-MAX-AMOUNT          PIC 9(7)V99.
           05 MS-MND-FREQUENCY           PIC X(1).
           05 MS-COLLECT-DATE            PIC 9(7).
           05 MS-ITEM-IMAGE              PIC X(180).

       SD  POSTED-ORDER-SORT.
       01  POSTED-ORDER-SORT-REC.
           05 OS-SEQ                     PIC 9(9).
           05 FILLER                     PIC X(171).

       WORKING-STORAGE SECTION.
       01 WS-TXN-FILE-STATUS             PIC XX.
       01 WS-TYPE-FILE-STATUS            PIC XX.
       01 WS-CLEAN-FILE-STATUS           PIC XX.
       01 WS-REJECT-FILE-STATUS          PIC XX.
       01 WS-TXN-WORK-STATUS             PIC XX.
       01 WS-SORT-RETURN                 PIC XX.
       01 BALANCE-TXN-REC.
           02 BT-CUST-NO                 PIC X(9).
           02 BT-TYPE-CODE               PIC X(2).
           02 BT-SIGN                    PIC X(1).
           02 BT-AMOUNT                  PIC X(9).
      *    Optional value date (CCYYDDD): blank or zero posts as of
      *    tonight; an earlier business day marks the item backdated
      *    so the posting pass writes the interest adjustment.
           02 BT-VALUE-DATE              PIC X(7).
      *    Reversal reference: the original journal entry's run
      *    date (7) plus SEQ (6).  Used only when type is RV.
           02 BT-ORIG-ENTRY              PIC X(13).
      *    Optional account number: blank posts to the customer's
      *    default account (customer number, suffix 1); a supplied
      *    account must exist and belong to the named customer.
           02 BT-ACCT-NO                 PIC X(10).
      *    End-to-end trace ID stamped at intake; blank for feeds
      *    that never passed through INTAKE01.
           02 BT-TRACE-ID                PIC X(13).
      *    Adjustment code: P marks a prior-period adjustment, the
      *    only item whose value date may fall in a closed period.
           02 BT-ADJUST-CODE             PIC X(1).
               88 BT-PRIOR-PERIOD-ADJ    VALUE "P".
      *    Originating partner on an item a partner sent; blank on
      *    the bank's own items.  A partner debit needs a mandate.
           02 BT-PARTNER-ID              PIC X(8).
      *    Currency the item was sent in; blank is the currency of
      *    the account it posts to.
           02 BT-CURRENCY-CODE           PIC X(3).
      *
      *  One balance transaction on its way through the edit, with
      *  what the customer master, the account master, and the
      *  posting journal say about it attached by the match passes
      *  before the edits run in file order.
      *
       01 WS-EDIT-ITEM.
           05 EI-SEQ                     PIC 9(9).
           05 EI-TXN-IMAGE               PIC X(76).
           05 EI-CUST-FOUND              PIC X(1).
               88 EI-CUST-ON-MASTER      VALUE "Y".
           05 EI-CUST-STATUS             PIC X(10).
           05 EI-ACCT-FOUND              PIC X(1).
               88 EI-ACCT-ON-MASTER      VALUE "Y".
           05 EI-ACCOUNT.
               10 EI-ACCT-OWNER          PIC 9(9).
               10 EI-ACCT-CLOSED-DATE    PIC 9(7).
               10 EI-ACCT-PRODUCT        PIC X(2).
               10 EI-ACCT-MATURITY-DATE  PIC 9(7).
               10 EI-ACCT-FIXED-RATE     PIC 9V9(6).
               10 EI-ACCT-CLASS          PIC X(1).
                   88 EI-ACCT-IS-LOAN    VALUE "L".
           05 EI-JRN-FOUND               PIC X(1).
               88 EI-JRN-ON-FILE         VALUE "Y".
           05 EI-JRN-CUST-NO             PIC 9(9).
           05 EI-JRN-AMOUNT              PIC S9(7)V99
                                         SIGN LEADING SEPARATE.
           05 EI-JRN-REVERSED            PIC X(1).
               88 EI-JRN-IS-REVERSED     VALUE "Y".
      *    The mandate the register holds for the account and the
      *    partner as it stands tonight: A active, R revoked, E past
      *    its end date, F not yet started, N none on file.
           05 EI-MND-STATE               PIC X(1).
               88 EI-MND-NONE            VALUE "N".
               88 EI-MND-ACTIVE          VALUE "A".
               88 EI-MND-IS-REVOKED      VALUE "R".
               88 EI-MND-ENDED           VALUE "E".
               88 EI-MND-NOT-STARTED     VALUE "F".
           05 EI-MND-NO                  PIC X(10).
           05 EI-MND-MAX-AMOUNT          PIC 9(7)V99.
           05 EI-MND-FREQUENCY           PIC X(1).
           05 EI-MND-LAST-DATE           PIC 9(7).
           05 EI-MND-USED-TONIGHT        PIC X(1).
               88 EI-MND-TAKEN-TONIGHT   VALUE "Y".
       01 WS-TXN-SEQ                     PIC 9(9) VALUE 0.
       01 WS-ROW-SEQ                     PIC 9(9) VALUE 0.
      *
      *  The match group in hand: the first master row for the key
      *  and, for a journal entry, whether it stands reversed -
      *  on the journal or by a reversal accepted earlier tonight.
      *
       01 WS-GROUP-KEY                   PIC X(13).
       01 WS-GROUP-FOUND-SWITCH          PIC X(1).
           88 WS-GROUP-FOUND             VALUE "Y".
       01 WS-GROUP-CUST-STATUS           PIC X(10).
       01 WS-GROUP-ACCOUNT               PIC X(33).
       01 WS-GROUP-JRN-CUST-NO           PIC 9(9).
       01 WS-GROUP-JRN-AMOUNT            PIC S9(7)V99.
       01 WS-GROUP-REVERSED-SWITCH       PIC X(1).
      *
      *  A reversal's fate decides whether a later reversal of the
      *  same entry finds it already reversed, so reversals are
      *  judged once during the journal match with nothing written.
      *
       01 WS-JUDGE-ONLY-SWITCH           PIC X(1) VALUE "N".
           88 WS-JUDGE-ONLY              VALUE "Y".
       01 WS-JUDGED-CLEAN-SWITCH         PIC X(1).
           88 WS-JUDGED-CLEAN            VALUE "Y".
      *
      *  The mandate match group in hand: the mandate that governs
      *  the pair (an active one over any other, else the latest),
      *  its last collection before tonight, and whether a partner
      *  debit tonight has already been judged clean under it.
      *
       01 WS-MND-GROUP-KEY               PIC X(18).
       01 WS-MND-HELD-STATE              PIC X(1).
       01 WS-MND-HELD-NO                 PIC X(10).
       01 WS-MND-HELD-MAX-AMOUNT         PIC 9(7)V99.
       01 WS-MND-HELD-FREQUENCY          PIC X(1).
       01 WS-MND-HELD-LAST-DATE          PIC 9(7).
       01 WS-MND-USED-SWITCH             PIC X(1).
       01 WS-MANDATE-FILE-STATUS         PIC XX.
       01 WS-COLLECTION-FILE-STATUS      PIC XX.
       01 WS-MND-LAST-GREGORIAN          PIC 9(8).
       01 WS-MND-LAST-PERIOD.
           05 WS-MND-LAST-YEAR           PIC 9(4).
           05 WS-MND-LAST-MONTH          PIC 9(2).
       01 WS-MND-RUN-PERIOD.
           05 WS-MND-RUN-YEAR            PIC 9(4).
           05 WS-MND-RUN-MONTH           PIC 9(2).
       01 WS-MND-LAST-QUARTER            PIC 9(1).
       01 WS-MND-RUN-QUARTER             PIC 9(1).
       01 WS-TXNS-MANDATE-REFUSED        PIC 9(5) VALUE 0.
       01 WS-COLLECTIONS-LOGGED          PIC 9(5) VALUE 0.
       01 WS-EDIT-CUST-STATUS            PIC X(10).
           88 WS-EDIT-STATUS-FROZEN      VALUE "FROZEN".
           88 WS-EDIT-STATUS-NO-DEBIT    VALUE "POST-NO-DR".
       01 WS-JRN-RUN-INTEGER             PIC 9(8).
       01 WS-JRN-CUTOFF-INTEGER          PIC 9(8).
       01 WS-JRN-LINE-INTEGER            PIC 9(8).
       01 WS-RV-SIGN                     PIC X(1).
       01 WS-RV-AMOUNT                   PIC S9(7)V99.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-RESOLVED-ACCT               PIC 9(10).
       01 WS-PENALTY-FILE-STATUS         PIC XX.
       01 WS-PENALTY-RULE-TABLE.
           05 WS-PENALTY-RULE-COUNT      PIC 9(2) VALUE 0.
           05 WS-PENALTY-RULE OCCURS 20 TIMES INDEXED BY PR-IDX.
               10 WS-PR-PRODUCT          PIC X(2).
               10 WS-PR-ACTION           PIC X(1).
                   88 WS-PR-CHARGE       VALUE "C".
               10 WS-PR-DAYS             PIC 9(3).
               10 WS-PR-MINIMUM          PIC 9(5)V99.
       01 WS-PENALTY-SWITCH              PIC X(1).
           88 WS-PENALTY-IS-DUE          VALUE "Y".
       01 WS-PENALTY-AMOUNT              PIC 9(7)V99.
       01 WS-PENALTY-AMOUNT-X REDEFINES WS-PENALTY-AMOUNT
                                         PIC X(9).
       01 WS-PENALTIES-CHARGED           PIC 9(5) VALUE 0.
       01 WS-WAREHOUSE-FILE-STATUS       PIC XX.
       01 WS-TXNS-WAREHOUSED             PIC 9(5) VALUE 0.
       01 WS-PERIOD-FILE-STATUS          PIC XX.
       01 WS-CLOSED-PERIOD-TABLE.
           05 WS-CLOSED-PERIOD-COUNT     PIC 9(3) VALUE 0.
           05 WS-CLOSED-PERIOD OCCURS 240 TIMES INDEXED BY CP-IDX
                                         PIC 9(6).
       01 WS-RUN-GREGORIAN               PIC 9(8).
       01 WS-RUN-PERIOD                  PIC 9(6).
       01 WS-RUN-PERIOD-START            PIC 9(7).
       01 WS-VALUE-DATE-NUM              PIC 9(7).
       01 WS-VALUE-DAY-INTEGER           PIC 9(8).
       01 WS-VALUE-GREGORIAN             PIC 9(8).
       01 WS-PERIOD-LOOKUP               PIC 9(6).
       01 WS-PERIOD-CLOSED-SWITCH        PIC X(1).
           88 WS-PERIOD-IS-CLOSED        VALUE "Y".
       01 WS-PERIOD-ADJ-SWITCH           PIC X(1).
           88 WS-PERIOD-ADJ-IS-DUE       VALUE "Y".
       01 WS-TXNS-PRIOR-PERIOD           PIC 9(5) VALUE 0.
      *
      *  Every currency the exchange-rate table holds a rate for
      *  that is in force by tonight.
      *
       01 WS-RATE-FILE-STATUS            PIC XX.
       01 WS-RATED-CURRENCY-TABLE.
           05 WS-RATED-CURRENCY-COUNT    PIC 9(2) VALUE 0.
           05 WS-RATED-CURRENCY OCCURS 20 TIMES INDEXED BY RC-IDX
                                         PIC X(3).
       01 WS-TXNS-FOREIGN                PIC 9(5) VALUE 0.
       COPY WSSIGNED.
       COPY WSCHKDGT.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSCTLTOT.
       COPY WSPERCTL.

       PROCEDURE DIVISION.
       POSTED01-MAIN.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-TYPE-MASTER.
           PERFORM LOAD-PENALTY-RULES.
           PERFORM LOAD-CLOSED-PERIODS.
           PERFORM LOAD-EXCHANGE-RATES.

           SORT POSTED-CUST-SORT
               ON ASCENDING KEY CS-CUST-NO CS-KIND CS-SEQ
               INPUT PROCEDURE IS RELEASE-TXNS-BY-CUSTOMER
               OUTPUT PROCEDURE IS MATCH-CUSTOMER-MASTER.
           SORT POSTED-ACCT-SORT
               ON ASCENDING KEY AS-ACCT-NO AS-KIND AS-SEQ
               INPUT PROCEDURE IS RELEASE-TXNS-BY-ACCOUNT
               OUTPUT PROCEDURE IS MATCH-ACCOUNT-MASTER.
           SORT POSTED-JRN-SORT
               ON ASCENDING KEY JS-ENTRY-REF JS-KIND JS-SEQ
               INPUT PROCEDURE IS RELEASE-TXNS-BY-ENTRY
               OUTPUT PROCEDURE IS MATCH-POSTING-JOURNAL.
           SORT POSTED-MND-SORT
               ON ASCENDING KEY MS-ACCT-NO MS-PARTNER-ID MS-KIND
                   MS-SEQ
               INPUT PROCEDURE IS RELEASE-TXNS-BY-MANDATE
               OUTPUT PROCEDURE IS MATCH-MANDATE-REGISTER.

           OPEN OUTPUT CLEAN-TXN-FILE.
           OPEN OUTPUT EDIT-REJECT-FILE.
           OPEN EXTEND MANDATE-COLLECTION-FILE.
           IF WS-COLLECTION-FILE-STATUS NOT = "00"
               OPEN OUTPUT MANDATE-COLLECTION-FILE
           END-IF.
           OPEN EXTEND WAREHOUSE-FILE.
           IF WS-WAREHOUSE-FILE-STATUS NOT = "00"
               OPEN OUTPUT WAREHOUSE-FILE
           END-IF.
           SORT POSTED-ORDER-SORT
               ON ASCENDING KEY OS-SEQ
               INPUT PROCEDURE IS RELEASE-TXNS-IN-ORDER
               OUTPUT PROCEDURE IS EDIT-TXNS-IN-ORDER.
           CLOSE CLEAN-TXN-FILE.
           CLOSE EDIT-REJECT-FILE.
           CLOSE WAREHOUSE-FILE.
           CLOSE MANDATE-COLLECTION-FILE.

           MOVE WS-RUN-CCYYDDD TO CT-RUN-DATE.
           MOVE "POSTED01" TO CT-STEP-NAME.
           DISPLAY "POSTED01: READ=" WS-TXNS-READ
               " CLEAN=" WS-TXNS-CLEAN
               " REJECTED=" WS-TXNS-REJECTED
               " WAREHOUSED=" WS-TXNS-WAREHOUSED
               " PRIOR-PERIOD ADJ=" WS-TXNS-PRIOR-PERIOD
               " TD PENALTIES=" WS-PENALTIES-CHARGED.
           DISPLAY "POSTED01: MANDATE REFUSALS="
               WS-TXNS-MANDATE-REFUSED
               " COLLECTIONS LOGGED=" WS-COLLECTIONS-LOGGED
               " FOREIGN CURRENCY=" WS-TXNS-FOREIGN.

           MOVE WS-TXNS-READ TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           GOBACK.

      ***************************************************************
      *  The customer match: the master's rows and the night's
      *  items, numbered in arrival order - an item whose customer
      *  number is not numeric sorts on zero and is refused by the
      *  edits before its match is ever consulted.
      ***************************************************************
       RELEASE-TXNS-BY-CUSTOMER.
           MOVE 0 TO WS-ROW-SEQ.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           PERFORM RELEASE-ONE-CUSTOMER-ROW
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           OPEN INPUT BALANCE-TXN-FILE.
           IF WS-TXN-FILE-STATUS = "00"
               PERFORM UNTIL WS-TXN-FILE-STATUS = "10"
                   READ BALANCE-TXN-FILE INTO BALANCE-TXN-REC
                       AT END
                           MOVE "10" TO WS-TXN-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-TXNS-READ
                           PERFORM RELEASE-ONE-NEW-TXN
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BALANCE-TXN-FILE.

       RELEASE-ONE-CUSTOMER-ROW.
           ADD 1 TO WS-ROW-SEQ.
           MOVE CN-CUST-NO TO CS-CUST-NO.
           SET CS-MASTER-ROW TO TRUE.
           MOVE WS-ROW-SEQ TO CS-SEQ.
           MOVE CN-CUST-STATUS TO CS-CUST-STATUS.
           MOVE SPACES TO CS-ITEM-IMAGE.
           RELEASE POSTED-CUST-SORT-REC.

       RELEASE-ONE-NEW-TXN.
           ADD 1 TO WS-TXN-SEQ.
           INITIALIZE WS-EDIT-ITEM.
           MOVE WS-TXN-SEQ TO EI-SEQ.
           MOVE BALANCE-TXN-REC TO EI-TXN-IMAGE.
           MOVE "N" TO EI-CUST-FOUND.
           MOVE "N" TO EI-ACCT-FOUND.
           MOVE "N" TO EI-JRN-FOUND.
           MOVE "N" TO EI-JRN-REVERSED.
           MOVE "N" TO EI-MND-STATE.
           MOVE "N" TO EI-MND-USED-TONIGHT.
           MOVE 0 TO CS-CUST-NO.
           IF BT-CUST-NO IS NUMERIC
               MOVE BT-CUST-NO TO CS-CUST-NO
           END-IF.
           SET CS-TXN-ROW TO TRUE.
           MOVE WS-TXN-SEQ TO CS-SEQ.
           MOVE SPACES TO CS-CUST-STATUS.
           MOVE WS-EDIT-ITEM TO CS-ITEM-IMAGE.
           RELEASE POSTED-CUST-SORT-REC.

       MATCH-CUSTOMER-MASTER.
           OPEN OUTPUT POSTED-TXN-WORK.
           MOVE HIGH-VALUES TO WS-GROUP-KEY.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN POSTED-CUST-SORT
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       PERFORM MATCH-ONE-CUSTOMER-ROW
               END-RETURN
           END-PERFORM.
           CLOSE POSTED-TXN-WORK.

       MATCH-ONE-CUSTOMER-ROW.
           IF CS-MATCH-KEY NOT = WS-GROUP-KEY
               MOVE CS-MATCH-KEY TO WS-GROUP-KEY
               MOVE "N" TO WS-GROUP-FOUND-SWITCH
           END-IF.
           IF CS-MASTER-ROW
               IF NOT WS-GROUP-FOUND
                   MOVE "Y" TO WS-GROUP-FOUND-SWITCH
                   MOVE CS-CUST-STATUS TO WS-GROUP-CUST-STATUS
               END-IF
           ELSE
               MOVE CS-ITEM-IMAGE TO WS-EDIT-ITEM
               IF WS-GROUP-FOUND
                   MOVE "Y" TO EI-CUST-FOUND
                   MOVE WS-GROUP-CUST-STATUS TO EI-CUST-STATUS
               END-IF
               WRITE POSTED-TXN-WORK-REC FROM WS-EDIT-ITEM
           END-IF.

      ***************************************************************
      *  The account match, on the account the item will post to:
      *  the one it names, or with none named the customer's
      *  default account (suffix 1).  An item naming an account
      *  that is not numeric is refused before its match is used.
      ***************************************************************
       RELEASE-TXNS-BY-ACCOUNT.
           MOVE 0 TO WS-ROW-SEQ.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           PERFORM RELEASE-ONE-ACCOUNT-ROW
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           OPEN INPUT POSTED-TXN-WORK.
           IF WS-TXN-WORK-STATUS = "00"
               PERFORM UNTIL WS-TXN-WORK-STATUS = "10"
                   READ POSTED-TXN-WORK INTO WS-EDIT-ITEM
                       AT END
                           MOVE "10" TO WS-TXN-WORK-STATUS
                       NOT AT END
                           PERFORM RELEASE-ONE-ACCOUNT-TXN
                   END-READ
               END-PERFORM
               CLOSE POSTED-TXN-WORK
           END-IF.

       RELEASE-ONE-ACCOUNT-ROW.
           ADD 1 TO WS-ROW-SEQ.
           MOVE AM-ACCT-NO TO AS-ACCT-NO.
           SET AS-MASTER-ROW TO TRUE.
           MOVE WS-ROW-SEQ TO AS-SEQ.
           MOVE AM-CUST-NO TO AS-ACCT-OWNER.
           MOVE AM-CLOSED-DATE TO AS-ACCT-CLOSED-DATE.
           MOVE AM-PRODUCT-CODE TO AS-ACCT-PRODUCT.
           MOVE AM-MATURITY-DATE TO AS-ACCT-MATURITY-DATE.
           MOVE AM-FIXED-RATE TO AS-ACCT-FIXED-RATE.
           MOVE AM-ACCOUNT-CLASS TO AS-ACCT-CLASS.
           MOVE SPACES TO AS-ITEM-IMAGE.
           RELEASE POSTED-ACCT-SORT-REC.

       RELEASE-ONE-ACCOUNT-TXN.
           MOVE EI-TXN-IMAGE TO BALANCE-TXN-REC.
           MOVE 0 TO AS-ACCT-NO.
           IF BT-ACCT-NO = SPACES
               IF BT-CUST-NO IS NUMERIC
                   COMPUTE AS-ACCT-NO =
                       FUNCTION NUMVAL (BT-CUST-NO) * 10 + 1
               END-IF
           ELSE
               IF BT-ACCT-NO IS NUMERIC
                   MOVE BT-ACCT-NO TO AS-ACCT-NO
               END-IF
           END-IF.
           SET AS-TXN-ROW TO TRUE.
           MOVE EI-SEQ TO AS-SEQ.
           MOVE SPACES TO AS-ACCOUNT.
           MOVE WS-EDIT-ITEM TO AS-ITEM-IMAGE.
           RELEASE POSTED-ACCT-SORT-REC.

       MATCH-ACCOUNT-MASTER.
           OPEN OUTPUT POSTED-TXN-WORK.
           MOVE HIGH-VALUES TO WS-GROUP-KEY.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN POSTED-ACCT-SORT
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       PERFORM MATCH-ONE-ACCOUNT-ROW
               END-RETURN
           END-PERFORM.
           CLOSE POSTED-TXN-WORK.

       MATCH-ONE-ACCOUNT-ROW.
           IF AS-MATCH-KEY NOT = WS-GROUP-KEY
               MOVE AS-MATCH-KEY TO WS-GROUP-KEY
               MOVE "N" TO WS-GROUP-FOUND-SWITCH
           END-IF.
           IF AS-MASTER-ROW
               IF NOT WS-GROUP-FOUND
                   MOVE "Y" TO WS-GROUP-FOUND-SWITCH
                   MOVE AS-ACCOUNT TO WS-GROUP-ACCOUNT
               END-IF
           ELSE
               MOVE AS-ITEM-IMAGE TO WS-EDIT-ITEM
               IF WS-GROUP-FOUND
                   MOVE "Y" TO EI-ACCT-FOUND
                   MOVE WS-GROUP-ACCOUNT TO EI-ACCOUNT
               END-IF
               WRITE POSTED-TXN-WORK-REC FROM WS-EDIT-ITEM
           END-IF.

       LOAD-TYPE-MASTER.
           OPEN INPUT TYPE-MASTER-FILE.
      ***************************************************************
       EDIT-ONE-TXN.
           MOVE SPACES TO EDIT-REJECT-REC.
           MOVE "N" TO WS-PENALTY-SWITCH.
           MOVE "N" TO WS-PERIOD-ADJ-SWITCH.
           IF BT-CUST-NO NOT NUMERIC
               MOVE "CUST NOT NUMERIC" TO EDIT-REJECT-REC (31:20)
               PERFORM WRITE-EDIT-REJECT
               MOVE "TYPE NOT ON MASTER"
                   TO EDIT-REJECT-REC (31:20)
               PERFORM WRITE-EDIT-REJECT
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-CURRENCY-RATED.
           IF NOT WS-WAS-FOUND
               MOVE SPACES TO EDIT-REJECT-REC (31:20)
               STRING "NO RATE FOR " BT-CURRENCY-CODE
                   DELIMITED BY SIZE
                   INTO EDIT-REJECT-REC (31:20)
               PERFORM WRITE-EDIT-REJECT
           ELSE
               IF BT-VALUE-DATE IS NUMERIC
                       AND FUNCTION NUMVAL (BT-VALUE-DATE)

       EDIT-TXN-VALUE-DATE.
           PERFORM CHECK-VALUE-DATE.
           IF WS-WAS-FOUND
               PERFORM CHECK-VALUE-PERIOD
               IF NOT WS-WAS-FOUND
                   MOVE "PERIOD CLOSED"
                       TO EDIT-REJECT-REC (31:20)
                   PERFORM WRITE-EDIT-REJECT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF NOT WS-WAS-FOUND
               MOVE "BAD VALUE DATE"
                   TO EDIT-REJECT-REC (31:20)
                       INTO EDIT-REJECT-REC (31:20)
                   PERFORM WRITE-EDIT-REJECT
               ELSE
                   PERFORM CHECK-DEBIT-MANDATE
                   IF WS-WAS-FOUND
                       PERFORM CHECK-TERM-DEPOSIT-DEBIT
                       IF NOT WS-WAS-FOUND
                           MOVE "TD NOT MATURED"
                               TO EDIT-REJECT-REC (31:20)
                       END-IF
                   END-IF
                   IF NOT WS-WAS-FOUND
                       PERFORM WRITE-EDIT-REJECT
                   ELSE
                       PERFORM CHECK-SIGN-RULES
                   END-IF
               END-IF
           END-IF.

      ***************************************************************
      *  A partner debit needs the mandate matched to it to be in
      *  force tonight, to cover the amount, and to have a
      *  collection left in the current period.  An amount that is
      *  not numeric is left for the sign edit to refuse.
      ***************************************************************
       CHECK-DEBIT-MANDATE.
           MOVE "Y" TO WS-FOUND-SWITCH.
           IF BT-PARTNER-ID = SPACES OR BT-SIGN NOT = "-"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FOUND-SWITCH.
           EVALUATE TRUE
               WHEN EI-MND-NONE
                   MOVE "NO MANDATE" TO EDIT-REJECT-REC (31:20)
               WHEN EI-MND-IS-REVOKED
                   MOVE "MANDATE REVOKED" TO EDIT-REJECT-REC (31:20)
               WHEN EI-MND-ENDED
                   MOVE "MANDATE ENDED" TO EDIT-REJECT-REC (31:20)
               WHEN EI-MND-NOT-STARTED
                   MOVE "MANDATE NOT STARTED"
                       TO EDIT-REJECT-REC (31:20)
               WHEN BT-AMOUNT NOT NUMERIC
                   MOVE "Y" TO WS-FOUND-SWITCH
               WHEN OTHER
                   MOVE BT-AMOUNT TO WS-AMOUNT-SCALED-X
                   IF WS-AMOUNT-SCALED > EI-MND-MAX-AMOUNT
                       MOVE "MANDATE MAX AMOUNT"
                           TO EDIT-REJECT-REC (31:20)
                   ELSE
                       PERFORM CHECK-MANDATE-FREQUENCY
                   END-IF
           END-EVALUATE.
           IF NOT WS-WAS-FOUND
               MOVE EI-MND-NO TO EDIT-REJECT-REC (75:10)
               IF NOT WS-JUDGE-ONLY
                   ADD 1 TO WS-TXNS-MANDATE-REFUSED
               END-IF
           END-IF.

      ***************************************************************
      *  One collection per period: seven days for a weekly
      *  mandate, the calendar month, quarter or year for the
      *  others, ever for a one-off.  The period is the one the run
      *  date falls in.
      ***************************************************************
       CHECK-MANDATE-FREQUENCY.
           MOVE "Y" TO WS-FOUND-SWITCH.
           IF EI-MND-TAKEN-TONIGHT
               MOVE "N" TO WS-FOUND-SWITCH
           ELSE
               IF EI-MND-LAST-DATE NOT = 0
                   PERFORM JUDGE-MANDATE-PERIOD
               END-IF
           END-IF.
           IF NOT WS-WAS-FOUND
               MOVE "MANDATE FREQUENCY" TO EDIT-REJECT-REC (31:20)
           END-IF.

       JUDGE-MANDATE-PERIOD.
           COMPUTE WS-MND-LAST-GREGORIAN = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DAY (EI-MND-LAST-DATE)).
           MOVE WS-MND-LAST-GREGORIAN (1:6) TO WS-MND-LAST-PERIOD.
           MOVE WS-RUN-PERIOD TO WS-MND-RUN-PERIOD.
           COMPUTE WS-MND-LAST-QUARTER =
               (WS-MND-LAST-MONTH + 2) / 3.
           COMPUTE WS-MND-RUN-QUARTER =
               (WS-MND-RUN-MONTH + 2) / 3.
           EVALUATE EI-MND-FREQUENCY
               WHEN "W"
                   IF FUNCTION INTEGER-OF-DAY (EI-MND-LAST-DATE) + 7
                           > WS-JRN-RUN-INTEGER
                       MOVE "N" TO WS-FOUND-SWITCH
                   END-IF
               WHEN "M"
                   IF WS-MND-LAST-PERIOD = WS-MND-RUN-PERIOD
                       MOVE "N" TO WS-FOUND-SWITCH
                   END-IF
               WHEN "Q"
                   IF WS-MND-LAST-YEAR = WS-MND-RUN-YEAR
                           AND WS-MND-LAST-QUARTER
                               = WS-MND-RUN-QUARTER
                       MOVE "N" TO WS-FOUND-SWITCH
                   END-IF
               WHEN "A"
                   IF WS-MND-LAST-YEAR = WS-MND-RUN-YEAR
                       MOVE "N" TO WS-FOUND-SWITCH
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-FOUND-SWITCH
           END-EVALUATE.

      ***************************************************************
      *  Only a debit to an account whose maturity date is still
      *  ahead is judged.  The product's rule decides: no rule or a
      *  reject rule refuses the debit; a charge rule prices the
      *  penalty as the rule's days of interest at the fixed rate
      *  on the amount withdrawn, floored at the rule's minimum.
      *  An amount that is not numeric is left for the sign edit.
      ***************************************************************
       CHECK-TERM-DEPOSIT-DEBIT.
           MOVE "Y" TO WS-FOUND-SWITCH.
           IF BT-SIGN = "-" AND EI-ACCT-ON-MASTER
               IF EI-ACCT-MATURITY-DATE > WS-RUN-CCYYDDD
                   PERFORM JUDGE-EARLY-WITHDRAWAL
               END-IF
           END-IF.

       JUDGE-EARLY-WITHDRAWAL.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > WS-PENALTY-RULE-COUNT
                       OR WS-WAS-FOUND
               IF WS-PR-PRODUCT (PR-IDX) = EI-ACCT-PRODUCT
                       AND WS-PR-CHARGE (PR-IDX)
                   MOVE "Y" TO WS-FOUND-SWITCH
                   IF BT-AMOUNT IS NUMERIC
                       MOVE BT-AMOUNT TO WS-AMOUNT-SCALED-X
                       COMPUTE WS-PENALTY-AMOUNT ROUNDED =
                           WS-AMOUNT-SCALED
                           * EI-ACCT-FIXED-RATE
                           * WS-PR-DAYS (PR-IDX) / 365
                       IF WS-PENALTY-AMOUNT < WS-PR-MINIMUM (PR-IDX)
                           MOVE WS-PR-MINIMUM (PR-IDX)
                               TO WS-PENALTY-AMOUNT
                       END-IF
                       IF WS-PENALTY-AMOUNT > 0
                           MOVE "Y" TO WS-PENALTY-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-CLEAN-PENALTY.
           ADD 1 TO WS-TXNS-CLEAN.
           ADD 1 TO WS-PENALTIES-CHARGED.
           ADD WS-PENALTY-AMOUNT TO WS-CLEAN-AMOUNT-TOTAL.
           MOVE SPACES TO CLEAN-TXN-REC.
           MOVE BT-CUST-NO TO CLEAN-TXN-REC (1:9).
           MOVE "TP" TO CLEAN-TXN-REC (10:2).
           MOVE "-" TO CLEAN-TXN-REC (12:1).
           MOVE WS-PENALTY-AMOUNT-X TO CLEAN-TXN-REC (13:9).
           MOVE WS-RESOLVED-ACCT TO CLEAN-TXN-REC (42:10).
           MOVE BT-TRACE-ID TO CLEAN-TXN-REC (52:13).
           WRITE CLEAN-TXN-REC.

       LOAD-PENALTY-RULES.
           OPEN INPUT PENALTY-RULE-FILE.
           IF WS-PENALTY-FILE-STATUS = "00"
               PERFORM UNTIL WS-PENALTY-FILE-STATUS = "10"
                       OR WS-PENALTY-RULE-COUNT = 20
                   READ PENALTY-RULE-FILE
                       AT END
                           MOVE "10" TO WS-PENALTY-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-PENALTY-RULE-COUNT
                           SET PR-IDX TO WS-PENALTY-RULE-COUNT
                           MOVE PR-PRODUCT-CODE
                               TO WS-PR-PRODUCT (PR-IDX)
                           MOVE PR-ACTION TO WS-PR-ACTION (PR-IDX)
                           MOVE PR-PENALTY-DAYS
                               TO WS-PR-DAYS (PR-IDX)
                           MOVE PR-MINIMUM
                               TO WS-PR-MINIMUM (PR-IDX)
                   END-READ
               END-PERFORM
               CLOSE PENALTY-RULE-FILE
           END-IF.

      ***************************************************************
      *  A reversal must name a journal entry that exists, belongs
      *  to the transaction's customer, and has not already been
      *  The offsetting sign and the amount come from the journal,
      *  never from the keyed item, so a reversal can only ever
      *  back out exactly what was posted.  Only entries inside
      *  the reversal eligibility window are matched, so a
      *  reversal naming an older entry rejects here by rule.
      ***************************************************************
       EDIT-REVERSAL-TXN.
           EVALUATE TRUE
               WHEN NOT EI-JRN-ON-FILE
                   MOVE "ORIG ENTRY NOT FOUND"
                       TO EDIT-REJECT-REC (31:20)
                   PERFORM WRITE-EDIT-REJECT
               WHEN EI-JRN-IS-REVERSED
                   MOVE "ALREADY REVERSED"
                       TO EDIT-REJECT-REC (31:20)
                   PERFORM WRITE-EDIT-REJECT
               WHEN EI-JRN-CUST-NO
                       NOT = FUNCTION NUMVAL (BT-CUST-NO)
                   MOVE "ORIG CUST MISMATCH"
                       TO EDIT-REJECT-REC (31:20)
                           INTO EDIT-REJECT-REC (31:20)
                       PERFORM WRITE-EDIT-REJECT
                   ELSE
                       MOVE "Y" TO WS-GROUP-REVERSED-SWITCH
                       PERFORM WRITE-CLEAN-REVERSAL
                   END-IF
           END-EVALUATE.

       DERIVE-REVERSAL-SIGN.
           IF EI-JRN-AMOUNT < 0
               MOVE "+" TO WS-RV-SIGN
               COMPUTE WS-RV-AMOUNT = 0 - EI-JRN-AMOUNT
           ELSE
               MOVE "-" TO WS-RV-SIGN
               MOVE EI-JRN-AMOUNT TO WS-RV-AMOUNT
           END-IF.

       WRITE-CLEAN-REVERSAL.
           IF WS-JUDGE-ONLY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TXNS-CLEAN.
           MOVE WS-RV-AMOUNT TO WS-AMOUNT-SCALED.
           ADD WS-AMOUNT-SCALED TO WS-CLEAN-AMOUNT-TOTAL.
      ***************************************************************
      *  The prior posting journal is the book of record a reversal
      *  is proved against: each line's entry number, customer, and
      *  signed amount go into the journal match, and a line
      *  already carrying a REVERSAL OF reference marks its
      *  original entry reversed.  The journal retains dated
      *  history, so only lines inside the reversal eligibility
      *  window take part; a reversal naming an older entry finds
      *  nothing and rejects by rule.
      ***************************************************************
       RELEASE-TXNS-BY-ENTRY.
           COMPUTE WS-JRN-RUN-INTEGER =
               FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD).
           COMPUTE WS-JRN-CUTOFF-INTEGER =
               WS-JRN-RUN-INTEGER - WS-JRN-WINDOW-DAYS.
           MOVE 0 TO WS-ROW-SEQ.
           OPEN INPUT POSTING-JOURNAL-FILE.
           PERFORM SKIP-POSTING-HEADER.
           IF WS-JOURNAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-FILE-STATUS = "10"
                   READ POSTING-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-JOURNAL-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-ROW-SEQ
                           PERFORM RELEASE-ONE-JOURNAL-LINE
                   END-READ
               END-PERFORM
               CLOSE POSTING-JOURNAL-FILE
           END-IF.
           OPEN INPUT POSTED-TXN-WORK.
           IF WS-TXN-WORK-STATUS = "00"
               PERFORM UNTIL WS-TXN-WORK-STATUS = "10"
                   READ POSTED-TXN-WORK INTO WS-EDIT-ITEM
                       AT END
                           MOVE "10" TO WS-TXN-WORK-STATUS
                       NOT AT END
                           PERFORM RELEASE-ONE-ENTRY-TXN
                   END-READ
               END-PERFORM
               CLOSE POSTED-TXN-WORK
           END-IF.

       RELEASE-ONE-JOURNAL-LINE.
           IF POSTING-JOURNAL-REC (42:6) IS NUMERIC
                   AND POSTING-JOURNAL-REC (9:9) IS NUMERIC
                   AND POSTING-JOURNAL-REC (1:7) IS NUMERIC
                   FUNCTION INTEGER-OF-DAY (FUNCTION NUMVAL
                       (POSTING-JOURNAL-REC (1:7)))
               IF WS-JRN-LINE-INTEGER >= WS-JRN-CUTOFF-INTEGER
                   PERFORM RELEASE-JOURNAL-ENTRY
               END-IF
           END-IF.

       RELEASE-JOURNAL-ENTRY.
           MOVE POSTING-JOURNAL-REC (1:7) TO JS-ENTRY-REF (1:7).
           MOVE POSTING-JOURNAL-REC (42:6) TO JS-ENTRY-REF (8:6).
           SET JS-JOURNAL-ROW TO TRUE.
           MOVE WS-ROW-SEQ TO JS-SEQ.
           SET JS-ENTRY-LINE TO TRUE.
           MOVE POSTING-JOURNAL-REC (9:9) TO JS-CUST-NO.
           COMPUTE JS-AMOUNT =
               FUNCTION NUMVAL (POSTING-JOURNAL-REC (26:11)).
           MOVE SPACES TO JS-ITEM-IMAGE.
           RELEASE POSTED-JRN-SORT-REC.
           IF POSTING-JOURNAL-REC (49:12) = "REVERSAL OF "
               MOVE POSTING-JOURNAL-REC (61:13) TO JS-ENTRY-REF
               SET JS-REVERSAL-MARK TO TRUE
               RELEASE POSTED-JRN-SORT-REC
           END-IF.

       RELEASE-ONE-ENTRY-TXN.
           MOVE EI-TXN-IMAGE TO BALANCE-TXN-REC.
           MOVE BT-ORIG-ENTRY TO JS-ENTRY-REF.
           SET JS-TXN-ROW TO TRUE.
           MOVE EI-SEQ TO JS-SEQ.
           MOVE SPACE TO JS-LINE-KIND.
           MOVE 0 TO JS-CUST-NO.
           MOVE 0 TO JS-AMOUNT.
           MOVE WS-EDIT-ITEM TO JS-ITEM-IMAGE.
           RELEASE POSTED-JRN-SORT-REC.

       MATCH-POSTING-JOURNAL.
           OPEN OUTPUT POSTED-TXN-WORK.
           MOVE HIGH-VALUES TO WS-GROUP-KEY.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN POSTED-JRN-SORT
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       PERFORM MATCH-ONE-JOURNAL-ROW
               END-RETURN
           END-PERFORM.
           CLOSE POSTED-TXN-WORK.

      ***************************************************************
      *  A later line for the same entry number supersedes an
      *  earlier one, and a reversal mark counts only against an
      *  entry line already seen.  Each of tonight's reversals is
      *  handed the entry as it stands at that point, then judged
      *  through the edits so one accepted marks the entry
      *  reversed for the next.
      ***************************************************************
       MATCH-ONE-JOURNAL-ROW.
           IF JS-MATCH-KEY NOT = WS-GROUP-KEY
               MOVE JS-MATCH-KEY TO WS-GROUP-KEY
               MOVE "N" TO WS-GROUP-FOUND-SWITCH
               MOVE "N" TO WS-GROUP-REVERSED-SWITCH
           END-IF.
           IF JS-JOURNAL-ROW
               IF JS-ENTRY-LINE
                   MOVE "Y" TO WS-GROUP-FOUND-SWITCH
                   MOVE JS-CUST-NO TO WS-GROUP-JRN-CUST-NO
                   MOVE JS-AMOUNT TO WS-GROUP-JRN-AMOUNT
                   MOVE "N" TO WS-GROUP-REVERSED-SWITCH
               ELSE
                   IF WS-GROUP-FOUND
                       MOVE "Y" TO WS-GROUP-REVERSED-SWITCH
                   END-IF
               END-IF
           ELSE
               PERFORM ATTACH-JOURNAL-ENTRY
           END-IF.

       ATTACH-JOURNAL-ENTRY.
           MOVE JS-ITEM-IMAGE TO WS-EDIT-ITEM.
           IF WS-GROUP-FOUND
               MOVE "Y" TO EI-JRN-FOUND
               MOVE WS-GROUP-JRN-CUST-NO TO EI-JRN-CUST-NO
               MOVE WS-GROUP-JRN-AMOUNT TO EI-JRN-AMOUNT
               MOVE WS-GROUP-REVERSED-SWITCH TO EI-JRN-REVERSED
               MOVE EI-TXN-IMAGE TO BALANCE-TXN-REC
               IF BT-TYPE-CODE = "RV"
                   MOVE "Y" TO WS-JUDGE-ONLY-SWITCH
                   PERFORM EDIT-ONE-TXN
                   MOVE "N" TO WS-JUDGE-ONLY-SWITCH
               END-IF
           END-IF.
           WRITE POSTED-TXN-WORK-REC FROM WS-EDIT-ITEM.

      ***************************************************************
      *  The mandate match.  Every mandate on the register goes in
      *  with its state as of tonight, and every collection logged
      *  before tonight with the mandate it was made under; the
      *  items go in on the account they post to, as in the account
      *  match, and the partner that sent them.
      ***************************************************************
       RELEASE-TXNS-BY-MANDATE.
           MOVE 0 TO WS-ROW-SEQ.
           OPEN INPUT MANDATE-REGISTER-FILE.
           IF WS-MANDATE-FILE-STATUS = "00"
               PERFORM UNTIL WS-MANDATE-FILE-STATUS = "10"
                   READ MANDATE-REGISTER-FILE
                       AT END
                           MOVE "10" TO WS-MANDATE-FILE-STATUS
                       NOT AT END
                           PERFORM RELEASE-ONE-MANDATE-ROW
                   END-READ
               END-PERFORM
               CLOSE MANDATE-REGISTER-FILE
           END-IF.
           OPEN INPUT MANDATE-COLLECTION-FILE.
           IF WS-COLLECTION-FILE-STATUS = "00"
               PERFORM UNTIL WS-COLLECTION-FILE-STATUS = "10"
                   READ MANDATE-COLLECTION-FILE
                       AT END
                           MOVE "10" TO WS-COLLECTION-FILE-STATUS
                       NOT AT END
                           IF ML-COLLECT-DATE < WS-RUN-CCYYDDD
                               PERFORM RELEASE-ONE-COLLECTION-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATE-COLLECTION-FILE
           END-IF.
           OPEN INPUT POSTED-TXN-WORK.
           IF WS-TXN-WORK-STATUS = "00"
               PERFORM UNTIL WS-TXN-WORK-STATUS = "10"
                   READ POSTED-TXN-WORK INTO WS-EDIT-ITEM
                       AT END
                           MOVE "10" TO WS-TXN-WORK-STATUS
                       NOT AT END
                           PERFORM RELEASE-ONE-MANDATE-TXN
                   END-READ
               END-PERFORM
               CLOSE POSTED-TXN-WORK
           END-IF.

       RELEASE-ONE-MANDATE-ROW.
           ADD 1 TO WS-ROW-SEQ.
           MOVE MN-ACCT-NO TO MS-ACCT-NO.
           MOVE MN-PARTNER-ID TO MS-PARTNER-ID.
           SET MS-MANDATE-ROW TO TRUE.
           MOVE WS-ROW-SEQ TO MS-SEQ.
           EVALUATE TRUE
               WHEN MN-REVOKED
                   MOVE "R" TO MS-MND-STATE
               WHEN MN-START-DATE > WS-RUN-CCYYDDD
                   MOVE "F" TO MS-MND-STATE
               WHEN NOT MN-OPEN-ENDED
                       AND MN-END-DATE < WS-RUN-CCYYDDD
                   MOVE "E" TO MS-MND-STATE
               WHEN OTHER
                   MOVE "A" TO MS-MND-STATE
           END-EVALUATE.
           MOVE MN-MANDATE-NO TO MS-MND-NO.
           MOVE MN-MAX-AMOUNT TO MS-MND-MAX-AMOUNT.
           MOVE MN-FREQUENCY TO MS-MND-FREQUENCY.
           MOVE 0 TO MS-COLLECT-DATE.
           MOVE SPACES TO MS-ITEM-IMAGE.
           RELEASE POSTED-MND-SORT-REC.

       RELEASE-ONE-COLLECTION-ROW.
           ADD 1 TO WS-ROW-SEQ.
           MOVE ML-ACCT-NO TO MS-ACCT-NO.
           MOVE ML-PARTNER-ID TO MS-PARTNER-ID.
           SET MS-COLLECTION-ROW TO TRUE.
           MOVE WS-ROW-SEQ TO MS-SEQ.
           MOVE SPACE TO MS-MND-STATE.
           MOVE ML-MANDATE-NO TO MS-MND-NO.
           MOVE 0 TO MS-MND-MAX-AMOUNT.
           MOVE SPACE TO MS-MND-FREQUENCY.
           MOVE ML-COLLECT-DATE TO MS-COLLECT-DATE.
           MOVE SPACES TO MS-ITEM-IMAGE.
           RELEASE POSTED-MND-SORT-REC.

       RELEASE-ONE-MANDATE-TXN.
           MOVE EI-TXN-IMAGE TO BALANCE-TXN-REC.
           MOVE 0 TO MS-ACCT-NO.
           IF BT-ACCT-NO = SPACES
               IF BT-CUST-NO IS NUMERIC
                   COMPUTE MS-ACCT-NO =
                       FUNCTION NUMVAL (BT-CUST-NO) * 10 + 1
               END-IF
           ELSE
               IF BT-ACCT-NO IS NUMERIC
                   MOVE BT-ACCT-NO TO MS-ACCT-NO
               END-IF
           END-IF.
           MOVE BT-PARTNER-ID TO MS-PARTNER-ID.
           SET MS-TXN-ROW TO TRUE.
           MOVE EI-SEQ TO MS-SEQ.
           MOVE SPACE TO MS-MND-STATE.
           MOVE SPACES TO MS-MND-NO.
           MOVE 0 TO MS-MND-MAX-AMOUNT.
           MOVE SPACE TO MS-MND-FREQUENCY.
           MOVE 0 TO MS-COLLECT-DATE.
           MOVE WS-EDIT-ITEM TO MS-ITEM-IMAGE.
           RELEASE POSTED-MND-SORT-REC.

       MATCH-MANDATE-REGISTER.
           COMPUTE WS-JRN-RUN-INTEGER =
               FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD).
           OPEN OUTPUT POSTED-TXN-WORK.
           MOVE HIGH-VALUES TO WS-MND-GROUP-KEY.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN POSTED-MND-SORT
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       PERFORM MATCH-ONE-MANDATE-ROW
               END-RETURN
           END-PERFORM.
           CLOSE POSTED-TXN-WORK.

      ***************************************************************
      *  An active mandate governs the pair over any revoked,
      *  ended or future one; failing that the latest registered
      *  is the one a refusal names.  Only collections made under
      *  the governing mandate count against its frequency.
      ***************************************************************
       MATCH-ONE-MANDATE-ROW.
           IF MS-MATCH-KEY NOT = WS-MND-GROUP-KEY
               MOVE MS-MATCH-KEY TO WS-MND-GROUP-KEY
               MOVE "N" TO WS-MND-HELD-STATE
               MOVE SPACES TO WS-MND-HELD-NO
               MOVE 0 TO WS-MND-HELD-MAX-AMOUNT
               MOVE SPACE TO WS-MND-HELD-FREQUENCY
               MOVE 0 TO WS-MND-HELD-LAST-DATE
               MOVE "N" TO WS-MND-USED-SWITCH
           END-IF.
           EVALUATE TRUE
               WHEN MS-MANDATE-ROW
                   IF WS-MND-HELD-STATE NOT = "A"
                       MOVE MS-MND-STATE TO WS-MND-HELD-STATE
                       MOVE MS-MND-NO TO WS-MND-HELD-NO
                       MOVE MS-MND-MAX-AMOUNT
                           TO WS-MND-HELD-MAX-AMOUNT
                       MOVE MS-MND-FREQUENCY TO WS-MND-HELD-FREQUENCY
                   END-IF
               WHEN MS-COLLECTION-ROW
                   IF MS-MND-NO = WS-MND-HELD-NO
                           AND MS-COLLECT-DATE > WS-MND-HELD-LAST-DATE
                       MOVE MS-COLLECT-DATE TO WS-MND-HELD-LAST-DATE
                   END-IF
               WHEN OTHER
                   PERFORM ATTACH-MANDATE
           END-EVALUATE.

      ***************************************************************
      *  Each partner debit under an active mandate is judged
      *  through the edits as it passes, with nothing written, so
      *  one that would be passed uses up the period for the next.
      ***************************************************************
       ATTACH-MANDATE.
           MOVE MS-ITEM-IMAGE TO WS-EDIT-ITEM.
           MOVE WS-MND-HELD-STATE TO EI-MND-STATE.
           MOVE WS-MND-HELD-NO TO EI-MND-NO.
           MOVE WS-MND-HELD-MAX-AMOUNT TO EI-MND-MAX-AMOUNT.
           MOVE WS-MND-HELD-FREQUENCY TO EI-MND-FREQUENCY.
           MOVE WS-MND-HELD-LAST-DATE TO EI-MND-LAST-DATE.
           MOVE WS-MND-USED-SWITCH TO EI-MND-USED-TONIGHT.
           IF EI-MND-ACTIVE
               MOVE EI-TXN-IMAGE TO BALANCE-TXN-REC
               IF BT-SIGN = "-" AND BT-TYPE-CODE NOT = "RV"
                   MOVE "N" TO WS-JUDGED-CLEAN-SWITCH
                   MOVE "Y" TO WS-JUDGE-ONLY-SWITCH
                   PERFORM EDIT-ONE-TXN
                   MOVE "N" TO WS-JUDGE-ONLY-SWITCH
                   IF WS-JUDGED-CLEAN
                       MOVE "Y" TO WS-MND-USED-SWITCH
                   END-IF
               END-IF
           END-IF.
           WRITE POSTED-TXN-WORK-REC FROM WS-EDIT-ITEM.

       RELEASE-TXNS-IN-ORDER.
           OPEN INPUT POSTED-TXN-WORK.
           IF WS-TXN-WORK-STATUS = "00"
               PERFORM UNTIL WS-TXN-WORK-STATUS = "10"
                   READ POSTED-TXN-WORK
                       AT END
                           MOVE "10" TO WS-TXN-WORK-STATUS
                       NOT AT END
                           RELEASE POSTED-ORDER-SORT-REC
                               FROM POSTED-TXN-WORK-REC
                   END-READ
               END-PERFORM
               CLOSE POSTED-TXN-WORK
           END-IF.

       EDIT-TXNS-IN-ORDER.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN POSTED-ORDER-SORT INTO WS-EDIT-ITEM
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       MOVE EI-TXN-IMAGE TO BALANCE-TXN-REC
                       PERFORM EDIT-ONE-TXN
               END-RETURN
           END-PERFORM.

      ***************************************************************
               END-IF
           END-IF.

      ***************************************************************
      *  A backdated value date is judged against the close-control
      *  file: a closed period refuses it, unless the item is a
      *  prior-period adjustment and the run month itself is still
      *  open to take it.  The value date is moved only when the
      *  item is written clean, so a reject still shows the date
      *  that was keyed.
      ***************************************************************
       CHECK-VALUE-PERIOD.
           MOVE "Y" TO WS-FOUND-SWITCH.
           IF BT-VALUE-DATE = SPACES OR WS-CLOSED-PERIOD-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE BT-VALUE-DATE TO WS-VALUE-DATE-NUM.
           IF WS-VALUE-DATE-NUM = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-VALUE-DAY-INTEGER =
               FUNCTION INTEGER-OF-DAY (WS-VALUE-DATE-NUM).
           IF WS-VALUE-DAY-INTEGER = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-VALUE-GREGORIAN =
               FUNCTION DATE-OF-INTEGER (WS-VALUE-DAY-INTEGER).
           MOVE WS-VALUE-GREGORIAN (1:6) TO WS-PERIOD-LOOKUP.
           PERFORM FIND-CLOSED-PERIOD.
           IF NOT WS-PERIOD-IS-CLOSED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FOUND-SWITCH.
           IF BT-PRIOR-PERIOD-ADJ
               MOVE WS-RUN-PERIOD TO WS-PERIOD-LOOKUP
               PERFORM FIND-CLOSED-PERIOD
               IF NOT WS-PERIOD-IS-CLOSED
                   MOVE "Y" TO WS-FOUND-SWITCH
                   MOVE "Y" TO WS-PERIOD-ADJ-SWITCH
               END-IF
           END-IF.

       FIND-CLOSED-PERIOD.
           MOVE "N" TO WS-PERIOD-CLOSED-SWITCH.
           PERFORM VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > WS-CLOSED-PERIOD-COUNT
                       OR WS-PERIOD-IS-CLOSED
               IF WS-CLOSED-PERIOD (CP-IDX) = WS-PERIOD-LOOKUP
                   MOVE "Y" TO WS-PERIOD-CLOSED-SWITCH
               END-IF
           END-PERFORM.

      ***************************************************************
      *  Only CLOSED periods matter here; OPEN and CLOSING months
      *  still take back-valued items.  The run month's first day is
      *  where a prior-period adjustment books.
      ***************************************************************
       LOAD-CLOSED-PERIODS.
           COMPUTE WS-RUN-GREGORIAN = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD)).
           MOVE WS-RUN-GREGORIAN (1:6) TO WS-RUN-PERIOD.
           MOVE 01 TO WS-RUN-GREGORIAN (7:2).
           COMPUTE WS-RUN-PERIOD-START = FUNCTION DAY-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-GREGORIAN)).
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PERIOD-FILE-STATUS = "00"
               PERFORM UNTIL WS-PERIOD-FILE-STATUS = "10"
                       OR WS-CLOSED-PERIOD-COUNT = 240
                   READ PERIOD-CONTROL-FILE
                           INTO WS-PERIOD-CONTROL-RECORD
                       AT END
                           MOVE "10" TO WS-PERIOD-FILE-STATUS
                       NOT AT END
                           IF PC-PERIOD-CLOSED
                               ADD 1 TO WS-CLOSED-PERIOD-COUNT
                               MOVE PC-PERIOD TO WS-CLOSED-PERIOD
                                   (WS-CLOSED-PERIOD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

       WAREHOUSE-ONE-TXN.
           IF WS-JUDGE-ONLY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TXNS-WAREHOUSED.
           WRITE WAREHOUSE-REC FROM BALANCE-TXN-REC.

       CHECK-CUSTOMER-EXISTS.
           MOVE EI-CUST-FOUND TO WS-FOUND-SWITCH.
           MOVE EI-CUST-STATUS TO WS-EDIT-CUST-STATUS.

      ***************************************************************
      *  A blank account posts to the customer's default account -
      *  suffix 1 on the customer number, the one ACCTLD01 seeded.
      *  A supplied account must be numeric, on the account master,
      *  and owned by the transaction's customer; anything else
      *  names the failing account edit on the reject.  An account
      *  ACCCLS01 has closed takes nothing further, whether it was
      *  named or reached as the default.
      ***************************************************************
       CHECK-ACCOUNT-VALID.
           MOVE "Y" TO WS-FOUND-SWITCH.
           IF BT-ACCT-NO = SPACES
               COMPUTE WS-RESOLVED-ACCT =
                   FUNCTION NUMVAL (BT-CUST-NO) * 10 + 1
               PERFORM CHECK-ACCOUNT-NOT-CLOSED
           ELSE
               IF BT-ACCT-NO NOT NUMERIC
                   MOVE "N" TO WS-FOUND-SWITCH
                   PERFORM CHECK-ACCOUNT-OWNERSHIP
               END-IF
           END-IF.
           IF WS-WAS-FOUND
               PERFORM CHECK-LOAN-ACCOUNT
           END-IF.

      ***************************************************************
      *  Loan payments and loan accounts go together: an LP credit
      *  to a loan, and nothing else to or from one.
      ***************************************************************
       CHECK-LOAN-ACCOUNT.
           IF EI-ACCT-ON-MASTER AND EI-ACCT-IS-LOAN
               IF BT-TYPE-CODE NOT = "LP" OR BT-SIGN NOT = "+"
                   MOVE "N" TO WS-FOUND-SWITCH
                   MOVE "LOAN TAKES LP ONLY"
                       TO EDIT-REJECT-REC (31:20)
               END-IF
           ELSE
               IF BT-TYPE-CODE = "LP"
                   MOVE "N" TO WS-FOUND-SWITCH
                   MOVE "NOT A LOAN ACCT"
                       TO EDIT-REJECT-REC (31:20)
               END-IF
           END-IF.

       CHECK-ACCOUNT-OWNERSHIP.
           MOVE "N" TO WS-FOUND-SWITCH.
           IF NOT EI-ACCT-ON-MASTER
               MOVE "ACCT NOT ON MASTER"
                   TO EDIT-REJECT-REC (31:20)
           ELSE
               IF EI-ACCT-OWNER = FUNCTION NUMVAL (BT-CUST-NO)
                   MOVE "Y" TO WS-FOUND-SWITCH
                   IF EI-ACCT-CLOSED-DATE NOT = 0
                       MOVE "N" TO WS-FOUND-SWITCH
                       MOVE "ACCT CLOSED"
                           TO EDIT-REJECT-REC (31:20)
                   END-IF
               ELSE
                   MOVE "ACCT CUST MISMATCH"
                       TO EDIT-REJECT-REC (31:20)
               END-IF
           END-IF.

       CHECK-ACCOUNT-NOT-CLOSED.
           IF EI-ACCT-ON-MASTER AND EI-ACCT-CLOSED-DATE NOT = 0
               MOVE "N" TO WS-FOUND-SWITCH
               MOVE "ACCT CLOSED" TO EDIT-REJECT-REC (31:20)
           END-IF.

      ***************************************************************
      *  No currency, or the USD base, needs no rate; any other
      *  must be on the table with a rate in force by tonight.
      ***************************************************************
       CHECK-CURRENCY-RATED.
           MOVE "Y" TO WS-FOUND-SWITCH.
           IF BT-CURRENCY-CODE = SPACES OR BT-CURRENCY-CODE = "USD"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > WS-RATED-CURRENCY-COUNT
                       OR WS-WAS-FOUND
               IF WS-RATED-CURRENCY (RC-IDX) = BT-CURRENCY-CODE
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM.

       LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WS-RATE-FILE-STATUS = "00"
               PERFORM UNTIL WS-RATE-FILE-STATUS = "10"
                   READ EXCHANGE-RATE-FILE
                       AT END
                           MOVE "10" TO WS-RATE-FILE-STATUS
                       NOT AT END
                           IF XR-EFF-DATE <= WS-RUN-CCYYDDD
                               PERFORM NOTE-RATED-CURRENCY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
           END-IF.

       NOTE-RATED-CURRENCY.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > WS-RATED-CURRENCY-COUNT
                       OR WS-WAS-FOUND
               IF WS-RATED-CURRENCY (RC-IDX) = XR-CURRENCY
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF NOT WS-WAS-FOUND AND WS-RATED-CURRENCY-COUNT < 20
               ADD 1 TO WS-RATED-CURRENCY-COUNT
               MOVE XR-CURRENCY
                   TO WS-RATED-CURRENCY (WS-RATED-CURRENCY-COUNT)
           END-IF.

       CHECK-TYPE-VALID.
               WHEN OTHER
                   MOVE "POSITIVE" TO SD-ACTUAL-SIGN
           END-EVALUATE.
           IF WS-JUDGE-ONLY
               IF SD-ACTUAL-SIGN = SD-EXPECTED-SIGN
                   MOVE "Y" TO WS-JUDGED-CLEAN-SWITCH
               END-IF
               EXIT PARAGRAPH
           END-IF.
           CALL "SIGNEDT01" USING WS-SIGN-EDIT-REQUEST.
           IF SD-VIOLATION-YES
               MOVE "SIGN RULE VIOLATION"
               MOVE BT-AMOUNT TO WS-AMOUNT-SCALED-X
               ADD WS-AMOUNT-SCALED TO WS-CLEAN-AMOUNT-TOTAL
               MOVE WS-RESOLVED-ACCT TO BT-ACCT-NO
               IF WS-PERIOD-ADJ-IS-DUE
                   ADD 1 TO WS-TXNS-PRIOR-PERIOD
                   MOVE WS-RUN-PERIOD-START TO BT-VALUE-DATE
               END-IF
               MOVE BALANCE-TXN-REC TO CLEAN-TXN-REC
               MOVE BT-CURRENCY-CODE TO CLEAN-TXN-REC (65:3)
               IF BT-CURRENCY-CODE NOT = SPACES
                       AND BT-CURRENCY-CODE NOT = "USD"
                   ADD 1 TO WS-TXNS-FOREIGN
               END-IF
               WRITE CLEAN-TXN-REC
               IF WS-PENALTY-IS-DUE
                   PERFORM WRITE-CLEAN-PENALTY
               END-IF
               IF BT-PARTNER-ID NOT = SPACES AND BT-SIGN = "-"
                   PERFORM WRITE-MANDATE-COLLECTION
               END-IF
           END-IF.

       WRITE-MANDATE-COLLECTION.
           MOVE SPACES TO WS-MANDATE-COLLECTION.
           MOVE WS-RUN-CCYYDDD TO ML-COLLECT-DATE.
           MOVE EI-MND-NO TO ML-MANDATE-NO.
           MOVE BT-CUST-NO TO ML-CUST-NO.
           MOVE WS-RESOLVED-ACCT TO ML-ACCT-NO.
           MOVE BT-PARTNER-ID TO ML-PARTNER-ID.
           MOVE WS-AMOUNT-SCALED TO ML-AMOUNT.
           MOVE BT-TRACE-ID TO ML-TRACE-ID.
           WRITE WS-MANDATE-COLLECTION.
           ADD 1 TO WS-COLLECTIONS-LOGGED.

       WRITE-EDIT-REJECT.
           IF WS-JUDGE-ONLY
               MOVE SPACES TO EDIT-REJECT-REC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TXNS-REJECTED.
           MOVE BALANCE-TXN-REC TO EDIT-REJECT-REC (1:28).
           MOVE BT-TRACE-ID TO EDIT-REJECT-REC (52:13).
           MOVE BT-PARTNER-ID TO EDIT-REJECT-REC (66:8).
           WRITE EDIT-REJECT-REC.
           MOVE SPACES TO EDIT-REJECT-REC.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "POSTED01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-POSTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

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

       SKIP-POSTING-HEADER.
           IF WS-JOURNAL-FILE-STATUS = "00"
               READ POSTING-JOURNAL-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM POSTED01.
