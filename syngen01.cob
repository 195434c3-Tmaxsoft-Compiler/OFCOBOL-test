       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYNGEN01.
      ***************************************************************
      *  SYNGEN01 - synthetic volume test-data generator for the
      *  capacity tests CAPTRD01's projections call for.  MASKEX01
      *  can only give TEST as many customers as production has;
      *  this job writes a whole consistent dataset at any scale of
      *  production from the synthetic profile file: the new
      *  customer master, the intake customer master, the account
      *  master (a default account on every customer, a second
      *  account of the customer's product beside it), product
      *  holdings, loan schedules, standing orders, the night's
      *  branch balance transactions, address changes, and client-
      *  feed records.  Nothing is random: every value is arithmetic
      *  on the customer's sequence number, so the same profile
      *  always writes the same data, and a mix taken in percent
      *  comes out exact in every hundred customers.
      *
      *  The data is built to pass the chain's edits and envelope
      *  checks.  Customer numbers come off CHKDGT01 GENERATE in
      *  the synthetic range 900000000-909999999; across that range
      *  no two numbers share their low six digits, so the intake
      *  key (the low six, as CDXREF01 joins them) is unique for up
      *  to 999,999 customers and the intake file is written in
      *  intake order through a sort.  Addresses are built on the
      *  postal reference so ADRVAL01 passes them, the region comes
      *  off the zip ranges the way RGNDRV01 stamps it, and the
      *  branch off BRNASG01.  Account products, terms, and rates
      *  come from the product catalog and the rate master through
      *  PRDLKP01, maturities from MATDAT01, and loan payments and
      *  schedules from LNAMRT01, as ACCMNT01 opens them.  Every
      *  customer is ACTIVE; the balance rollup holds the deposit
      *  accounts only; an overdrawn customer sits inside an
      *  approved overdraft and is fed credits only, and no other
      *  customer's debits can reach the overdraft.  A customer's
      *  night stays under the velocity limits for their age band,
      *  and the deliberate duplicates repeat a customer's first
      *  item exactly so DUPCHK01 holds them for review.
      *
      *  The job writes the chain's own input file names, so it
      *  runs only in TEST run mode (RUNMODE01); in any other mode,
      *  or with a profile that does not add up, nothing is written
      *  and the step ends 8 through the common exception log.  A
      *  scale beyond the intake key's 999,999 customers is cut to
      *  that ceiling and the step ends 4.
      *
      *  Profile file layout (data/synthetic_profile.dat):
      *    col 1-8    group    VOLUME, AGEBAND, PRODUCT, CASEMIX
      *    col 9-16   item     within the group (below)
      *    col 17-23  value    seven digits
      *  VOLUME   CUSTOMER production customer count
      *           SCALE    multiple of production to generate
      *           TXNS     branch items per customer (1-9)
      *  AGEBAND  INFANT BABY CHILD TEENAGER ADULT SENIOR - percent
      *           of customers in each band; must total 100
      *  PRODUCT  a catalog product code - percent of customers
      *           whose product it is; must total 100.  The default
      *           product AB is the customer's default account; any
      *           other product opens a second account beside it.
      *  CASEMIX  OVERDRWN percent of customers overdrawn
      *           DUPLICAT percent of customers with a duplicate item
      *           STNDORDR percent of customers with a standing order
      *           ADDRCHG  percent of customers with an address change
      *           CLIFEED  percent of customers with a client-feed
      *                    record
      *  The branch-item and address-change feeds are required by
      *  the envelope check, so TXNS and ADDRCHG may not be zero.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE
               ASSIGN TO "data/synthetic_profile.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-FILE-STATUS.
           SELECT PRODUCT-CATALOG-FILE
               ASSIGN TO "data/product_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT ZIP-REGION-FILE
               ASSIGN TO "data/zip_regions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZIP-FILE-STATUS.
           SELECT POSTAL-REFERENCE-FILE
               ASSIGN TO "data/postal_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTAL-FILE-STATUS.
           SELECT VELOCITY-LIMITS-FILE
               ASSIGN TO "data/velocity_limits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VELOCITY-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT CUSTOMER-INTAKE-FILE
               ASSIGN TO "data/customer_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT HOLDINGS-FILE
               ASSIGN TO "data/product_holdings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDINGS-FILE-STATUS.
           SELECT LOAN-SCHEDULE-FILE
               ASSIGN TO "data/loan_schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.
           SELECT STANDING-ORDER-FILE
               ASSIGN TO "data/standing_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.
           SELECT BALANCE-TXN-FILE
               ASSIGN TO "data/balance_txns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT ADDRESS-CHANGE-FILE
               ASSIGN TO "data/address_changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-FILE-STATUS.
           SELECT CLIENT-FEED-FILE
               ASSIGN TO "data/client_feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT SYNTHETIC-REPORT-FILE
               ASSIGN TO "data/synthetic_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT INTAKE-SORT
               ASSIGN TO "data/synthetic_sortwk.dat".

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-FILE.
       01  PROFILE-REC.
           02 SP-GROUP                   PIC X(8).
           02 SP-ITEM                    PIC X(8).
           02 SP-VALUE                   PIC X(7).
           02 SP-VALUE-NUM REDEFINES SP-VALUE
                                         PIC 9(7).

       FD  PRODUCT-CATALOG-FILE.
       COPY WSPRDCAT.

       FD  ZIP-REGION-FILE.
       01  ZIP-REGION-REC.
           02 ZR-ZIP-LOW                 PIC 9(9).
           02 ZR-ZIP-HIGH                PIC 9(9).
           02 ZR-REGION                  PIC X(2).

       FD  POSTAL-REFERENCE-FILE.
       01  POSTAL-REFERENCE-REC.
           02 PR-ZIP                     PIC 9(5).
           02 PR-CITY                    PIC X(25).
           02 PR-STATE                   PIC X(2).

       FD  VELOCITY-LIMITS-FILE.
       01  VELOCITY-LIMITS-REC.
           02 VL-AGE-BAND                PIC X(8).
           02 VL-MAX-COUNT               PIC 9(3).
           02 VL-MAX-AMOUNT              PIC 9(9).

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  CUSTOMER-INTAKE-FILE.
       01  CUSTOMER-INTAKE-REC.
           02 CI-CUST-NO                 PIC 9(6).
           02 CI-CUST-NAME               PIC X(20).
           02 CI-CUST-AGE                PIC 9(3).
           02 CI-BIRTH-DATE              PIC 9(8).

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  HOLDINGS-FILE.
       01  HOLDINGS-REC.
           02 PH-CUST-NO                 PIC 9(9).
           02 PH-PROD-KEY                PIC 9(4).

       FD  LOAN-SCHEDULE-FILE.
       COPY WSLNSCHD.

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

       FD  BALANCE-TXN-FILE.
       01  BALANCE-TXN-REC.
           02 BT-CUST-NO                 PIC 9(9).
           02 BT-TYPE-CODE               PIC X(2).
           02 BT-SIGN                    PIC X(1).
           02 BT-AMOUNT                  PIC 9(7)V99.
           02 BT-VALUE-DATE              PIC X(7).
           02 BT-ORIG-ENTRY              PIC X(13).
           02 BT-ACCT-NO                 PIC X(10).
           02 BT-TRACE-ID                PIC X(13).
           02 BT-ADJUST-CODE             PIC X(1).

       FD  ADDRESS-CHANGE-FILE.
       01  ADDRESS-CHANGE-REC.
           02 AD-CUST-NO                 PIC 9(9).
           02 AD-NEW-ADDRESS             PIC X(40).
           02 AD-NEW-ZIP                 PIC 9(9).

       FD  CLIENT-FEED-FILE.
       01  CLIENT-FEED-REC.
           02 FILLER                     PIC X(1).
           02 CF-NAME                    PIC X(5).
           02 CF-NUMBER                  PIC 9(5).
           02 CF-STATUS                  PIC X(2).

       FD  SYNTHETIC-REPORT-FILE.
       01  SYNTHETIC-REPORT-REC          PIC X(80).

       SD  INTAKE-SORT.
       01  INTAKE-SORT-REC.
           02 IS-CUST-NO                 PIC 9(6).
           02 IS-CUST-NAME               PIC X(20).
           02 IS-CUST-AGE                PIC 9(3).
           02 IS-BIRTH-DATE              PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-PROFILE-FILE-STATUS         PIC XX.
       01 WS-CATALOG-FILE-STATUS         PIC XX.
       01 WS-ZIP-FILE-STATUS             PIC XX.
       01 WS-POSTAL-FILE-STATUS          PIC XX.
       01 WS-VELOCITY-FILE-STATUS        PIC XX.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-INTAKE-FILE-STATUS          PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-HOLDINGS-FILE-STATUS        PIC XX.
       01 WS-SCHEDULE-FILE-STATUS        PIC XX.
       01 WS-ORDER-FILE-STATUS           PIC XX.
       01 WS-TXN-FILE-STATUS             PIC XX.
       01 WS-CHANGE-FILE-STATUS          PIC XX.
       01 WS-FEED-FILE-STATUS            PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-SORT-RETURN                 PIC XX.

      ***************************************************************
      *  Profile as loaded.  The age bands are WSAGEBND's, each
      *  with the ages a customer in it is generated across.
      ***************************************************************
       01 WS-PROFILE-ERROR               PIC X(40) VALUE SPACES.
       01 WS-PRODUCTION-CUSTOMERS        PIC 9(7) VALUE 0.
       01 WS-SCALE-FACTOR                PIC 9(7) VALUE 0.
       01 WS-TXNS-PER-CUSTOMER           PIC 9(7) VALUE 0.
       01 WS-OVERDRAWN-PERCENT           PIC 9(3) VALUE 0.
       01 WS-DUPLICATE-PERCENT           PIC 9(3) VALUE 0.
       01 WS-ORDER-PERCENT               PIC 9(3) VALUE 0.
       01 WS-CHANGE-PERCENT              PIC 9(3) VALUE 0.
       01 WS-FEED-PERCENT                PIC 9(3) VALUE 0.
       01 WS-PERCENT-TOTAL               PIC 9(5).
       01 WS-AGE-BAND-VALUES.
           05 FILLER PIC X(14) VALUE "INFANT  000001".
           05 FILLER PIC X(14) VALUE "BABY    001002".
           05 FILLER PIC X(14) VALUE "CHILD   003009".
           05 FILLER PIC X(14) VALUE "TEENAGER012008".
           05 FILLER PIC X(14) VALUE "ADULT   020045".
           05 FILLER PIC X(14) VALUE "SENIOR  065030".
       01 WS-AGE-BAND-TABLE REDEFINES WS-AGE-BAND-VALUES.
           05 WS-AGE-BAND-ENTRY OCCURS 6 TIMES INDEXED BY AB-IDX.
               10 WS-AB-NAME             PIC X(8).
               10 WS-AB-LOW-AGE          PIC 9(3).
               10 WS-AB-AGE-SPAN         PIC 9(3).
       01 WS-AGE-MIX-TABLE.
           05 WS-AGE-MIX-ENTRY OCCURS 6 TIMES.
               10 WS-AB-PERCENT          PIC 9(3).
               10 WS-AB-GENERATED        PIC 9(7).
       01 WS-PRODUCT-MIX-TABLE.
           05 WS-PRODUCT-MIX-COUNT       PIC 9(2) VALUE 0.
           05 WS-PRODUCT-MIX-ENTRY OCCURS 20 TIMES
                   INDEXED BY PM-IDX.
               10 WS-PM-CODE             PIC X(2).
               10 WS-PM-PERCENT          PIC 9(3).
               10 WS-PM-ON-CATALOG       PIC X(1).
               10 WS-PM-RATE-KEY         PIC 9(4).
               10 WS-PM-TYPE             PIC X(1).
                   88 WS-PM-TERM-PRODUCT VALUE "T".
                   88 WS-PM-LOAN-PRODUCT VALUE "L".
               10 WS-PM-TERM             PIC 9(3).
               10 WS-PM-MINIMUM          PIC 9(7)V99.
               10 WS-PM-RATE             PIC 9V9(6).
               10 WS-PM-GENERATED        PIC 9(7).
      *    The default account's product, as ACCTLD01 seeds it.
       01 WS-DEFAULT-PRODUCT             PIC X(2) VALUE "AB".
       01 WS-DEFAULT-RATE-KEY            PIC 9(4) VALUE 0.
       01 WS-DEFAULT-ON-CATALOG          PIC X(1) VALUE "N".

       01 WS-ZIP-TABLE.
           05 WS-ZIP-COUNT               PIC 9(3) VALUE 0.
           05 WS-ZIP-ENTRY OCCURS 100 TIMES INDEXED BY ZP-IDX.
               10 WS-ZIP-LOW             PIC 9(9).
               10 WS-ZIP-HIGH            PIC 9(9).
               10 WS-ZIP-REGION          PIC X(2).
       01 WS-POSTAL-TABLE.
           05 WS-POSTAL-COUNT            PIC 9(3) VALUE 0.
           05 WS-POSTAL-ENTRY OCCURS 200 TIMES.
               10 WS-POSTAL-ZIP          PIC 9(5).
               10 WS-POSTAL-CITY         PIC X(25).
       01 WS-VELOCITY-TABLE.
           05 WS-VELOCITY-COUNT          PIC 9(2) VALUE 0.
           05 WS-VELOCITY-ENTRY OCCURS 20 TIMES INDEXED BY VL-IDX.
               10 WS-VL-BAND             PIC X(8).
               10 WS-VL-MAX-COUNT        PIC 9(3).
               10 WS-VL-MAX-AMOUNT       PIC 9(9).
       01 WS-STREET-VALUES.
           05 FILLER PIC X(13) VALUE "OAK STREET".
           05 FILLER PIC X(13) VALUE "ELM AVENUE".
           05 FILLER PIC X(13) VALUE "MAPLE DRIVE".
           05 FILLER PIC X(13) VALUE "CEDAR LANE".
           05 FILLER PIC X(13) VALUE "PINE ROAD".
       01 WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
           05 WS-STREET-NAME OCCURS 5 TIMES PIC X(13).

      ***************************************************************
      *  Generation work.  The base runs up from 90000000; the
      *  master number is the base and its check digit.
      ***************************************************************
       01 WS-TARGET-CUSTOMERS            PIC 9(9) VALUE 0.
       01 WS-INTAKE-KEY-CEILING          PIC 9(7) VALUE 999999.
       01 WS-SCALE-CUT-SWITCH            PIC X(1) VALUE "N".
           88 WS-SCALE-WAS-CUT           VALUE "Y".
       01 WS-BASE-NUMBER                 PIC 9(8) VALUE 90000000.
       01 WS-MASTER-NUMBER               PIC 9(9).
       01 WS-MASTER-NUMBER-R REDEFINES WS-MASTER-NUMBER.
           05 WS-MASTER-HIGH-THREE       PIC 9(3).
           05 WS-MASTER-LOW-SIX          PIC 9(6).
       01 WS-SEQ                         PIC 9(7) VALUE 0.
       01 WS-BUCKET                      PIC 9(3).
       01 WS-CUMULATIVE-PERCENT          PIC 9(5).
       01 WS-LETTER-KEY                  PIC X(6).
       01 WS-DIGITS                      PIC X(10)
           VALUE "0123456789".
       01 WS-LETTERS                     PIC X(10)
           VALUE "FGHJKLMNPR".
       01 WS-CUSTOMER-AGE                PIC 9(3).
       01 WS-CUSTOMER-BAND               PIC X(8).
       01 WS-CUSTOMER-PRODUCT            PIC X(2).
       01 WS-CUSTOMER-OVERDRAWN          PIC X(1).
           88 WS-IS-OVERDRAWN            VALUE "Y".
       01 WS-POSTAL-IDX                  PIC 9(3).
       01 WS-STREET-IDX                  PIC 9(1).
       01 WS-HOUSE-NO                    PIC 9(4).
       01 WS-ADDRESS-LINE                PIC X(40).
       01 WS-ZIP-NINE                    PIC 9(9).
       01 WS-REGION                      PIC X(2).
       01 WS-PHONE-DIGITS                PIC 9(7).
       01 WS-RUN-GREGORIAN               PIC 9(8).
       01 WS-RUN-GREGORIAN-R REDEFINES WS-RUN-GREGORIAN.
           05 WS-RUN-G-YEAR              PIC 9(4).
           05 WS-RUN-G-MONTH-DAY         PIC 9(4).
       01 WS-BIRTH-GREGORIAN             PIC 9(8).
       01 WS-BIRTH-GREGORIAN-R REDEFINES WS-BIRTH-GREGORIAN.
           05 WS-BIRTH-G-YEAR            PIC 9(4).
           05 WS-BIRTH-G-MONTH-DAY       PIC 9(4).
       01 WS-BIRTH-INTEGER               PIC 9(8).
       01 WS-RUN-INTEGER                 PIC 9(8).
       01 WS-DEFAULT-BALANCE             PIC S9(9)V99.
       01 WS-SECOND-BALANCE              PIC 9(9)V99.
       01 WS-OVERDRAWN-BY                PIC 9(7)V99.
      *    An overdrawn customer's approved overdraft; the deepest
      *    generated overdraft stays well inside it.
       01 WS-OVERDRAFT-LIMIT             PIC 9(7)V99 VALUE 1000.00.
       01 WS-BRANCH-CODE                 PIC X(4).
       01 WS-ITEM-COUNT                  PIC 9(3).
       01 WS-ITEM-NO                     PIC 9(3).
       01 WS-ITEM-CEILING                PIC 9(9)V99.
       01 WS-ITEM-AMOUNT                 PIC 9(7)V99.
       01 WS-FIRST-ITEM-AMOUNT           PIC 9(7)V99.
       01 WS-FIRST-ITEM-SIGN             PIC X(1).
       01 WS-FIRST-ITEM-TYPE             PIC X(2).
       01 WS-BAND-MAX-COUNT              PIC 9(3).
       01 WS-BAND-MAX-AMOUNT             PIC 9(9).

      ***************************************************************
      *  Counts and hashes for the report and control totals.
      ***************************************************************
       01 WS-CUSTOMERS-WRITTEN           PIC 9(7) VALUE 0.
       01 WS-INTAKE-WRITTEN              PIC 9(7) VALUE 0.
       01 WS-ACCOUNTS-WRITTEN            PIC 9(7) VALUE 0.
       01 WS-HOLDINGS-WRITTEN            PIC 9(7) VALUE 0.
       01 WS-SCHEDULE-WRITTEN            PIC 9(9) VALUE 0.
       01 WS-ORDERS-WRITTEN              PIC 9(7) VALUE 0.
       01 WS-TXNS-WRITTEN                PIC 9(9) VALUE 0.
       01 WS-CHANGES-WRITTEN             PIC 9(7) VALUE 0.
       01 WS-FEED-WRITTEN                PIC 9(7) VALUE 0.
       01 WS-OVERDRAWN-WRITTEN           PIC 9(7) VALUE 0.
       01 WS-DUPLICATES-WRITTEN          PIC 9(7) VALUE 0.
       01 WS-LOANS-WRITTEN               PIC 9(7) VALUE 0.
       01 WS-TERM-DEPOSITS-WRITTEN       PIC 9(7) VALUE 0.
       01 WS-MASTER-BALANCE-HASH         PIC 9(13)V99 VALUE 0.
       01 WS-ACCOUNT-BALANCE-HASH        PIC 9(13)V99 VALUE 0.
       01 WS-ORDER-AMOUNT-TOTAL          PIC 9(13)V99 VALUE 0.
       01 WS-TXN-AMOUNT-TOTAL            PIC 9(13)V99 VALUE 0.
       01 WS-REPORT-COUNT                PIC ZZZ,ZZZ,ZZ9.
       01 WS-REPORT-PERCENT              PIC ZZ9.
       COPY WSCHKDGT.
       COPY WSBRNASG.
       COPY WSPRDLKP.
       COPY WSMATDAT.
       COPY WSLNAMRT.
       COPY WSRUNMODE.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSCTLTOT.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       SYNGEN01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "SYNGEN01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

      *    The job overwrites the chain's inputs: TEST only.
           CALL "RUNMODE01" USING WS-RUN-MODE-SELECTION.
           IF NOT RM-MODE-TEST
               MOVE "SYNM" TO ER-ERROR-CODE
               STRING "RUN MODE " RM-RUN-MODE
                       " - SYNTHETIC DATA NOT WRITTEN"
                   DELIMITED BY SIZE INTO ER-ERROR-TEXT
               PERFORM REFUSE-RUN
               GOBACK
           END-IF.

           PERFORM LOAD-PROFILE.
           IF WS-PROFILE-ERROR = SPACES
               PERFORM LOAD-PRODUCT-CATALOG
           END-IF.
           IF WS-PROFILE-ERROR = SPACES
               PERFORM LOAD-REFERENCE-TABLES
           END-IF.
           IF WS-PROFILE-ERROR NOT = SPACES
               MOVE "SYNP" TO ER-ERROR-CODE
               MOVE WS-PROFILE-ERROR TO ER-ERROR-TEXT
               PERFORM REFUSE-RUN
               GOBACK
           END-IF.

           COMPUTE WS-TARGET-CUSTOMERS =
               WS-PRODUCTION-CUSTOMERS * WS-SCALE-FACTOR.
           IF WS-TARGET-CUSTOMERS > WS-INTAKE-KEY-CEILING
               MOVE WS-INTAKE-KEY-CEILING TO WS-TARGET-CUSTOMERS
               MOVE "Y" TO WS-SCALE-CUT-SWITCH
           END-IF.

           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD).
           COMPUTE WS-RUN-GREGORIAN =
               FUNCTION DATE-OF-INTEGER (WS-RUN-INTEGER).

           OPEN OUTPUT CUSTOMER-MASTER-FILE.
           PERFORM STAMP-CUSTOMER-HEADER.
           OPEN OUTPUT ACCOUNT-MASTER-FILE.
           PERFORM STAMP-ACCOUNT-HEADER.
           OPEN OUTPUT HOLDINGS-FILE.
           OPEN OUTPUT LOAN-SCHEDULE-FILE.
           OPEN OUTPUT STANDING-ORDER-FILE.
           OPEN OUTPUT BALANCE-TXN-FILE.
           OPEN OUTPUT ADDRESS-CHANGE-FILE.
           OPEN OUTPUT CLIENT-FEED-FILE.

           SORT INTAKE-SORT
               ON ASCENDING KEY IS-CUST-NO
               INPUT PROCEDURE IS GENERATE-ALL-CUSTOMERS
               OUTPUT PROCEDURE IS WRITE-INTAKE-FILE.

           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE HOLDINGS-FILE.
           CLOSE LOAN-SCHEDULE-FILE.
           CLOSE STANDING-ORDER-FILE.
           CLOSE BALANCE-TXN-FILE.
           CLOSE ADDRESS-CHANGE-FILE.
           CLOSE CLIENT-FEED-FILE.

           PERFORM WRITE-GENERATION-REPORT.
           PERFORM POST-CONTROL-TOTALS.

           DISPLAY "SYNGEN01: CUSTOMERS=" WS-CUSTOMERS-WRITTEN
               " ACCOUNTS=" WS-ACCOUNTS-WRITTEN
               " ITEMS=" WS-TXNS-WRITTEN.

           MOVE WS-CUSTOMERS-WRITTEN TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
      *    A cut scale still leaves a usable dataset, only smaller
      *    than asked, so the step warns rather than fails.
           IF WS-SCALE-WAS-CUT
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      ***************************************************************
      *  Nothing has been opened for output when a run is refused:
      *  the previous dataset stays as it was.
      ***************************************************************
       REFUSE-RUN.
           MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE.
           MOVE "SYNGEN01" TO ER-JOB-STEP.
           CALL "EXCPLOG01" USING WS-ERROR-RECORD.
           DISPLAY "SYNGEN01: " ER-ERROR-TEXT.
           MOVE 0 TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           MOVE 8 TO RETURN-CODE.

      ***************************************************************
      *  The profile is read whole, then judged: volumes present,
      *  each mix adding to 100, the two required feeds non-empty.
      *  The first fault found is the one reported.
      ***************************************************************
       LOAD-PROFILE.
           PERFORM VARYING AB-IDX FROM 1 BY 1 UNTIL AB-IDX > 6
               MOVE 0 TO WS-AB-PERCENT (AB-IDX)
               MOVE 0 TO WS-AB-GENERATED (AB-IDX)
           END-PERFORM.
           OPEN INPUT PROFILE-FILE.
           IF WS-PROFILE-FILE-STATUS NOT = "00"
               MOVE "SYNTHETIC PROFILE NOT AVAILABLE"
                   TO WS-PROFILE-ERROR
           ELSE
               PERFORM UNTIL WS-PROFILE-FILE-STATUS = "10"
                       OR WS-PROFILE-ERROR NOT = SPACES
                   READ PROFILE-FILE
                       AT END
                           MOVE "10" TO WS-PROFILE-FILE-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-PROFILE-ITEM
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
           END-IF.
           IF WS-PROFILE-ERROR = SPACES
               PERFORM CHECK-PROFILE-TOTALS
           END-IF.

       LOAD-ONE-PROFILE-ITEM.
           IF SP-VALUE NOT NUMERIC
               STRING "PROFILE VALUE NOT NUMERIC " SP-ITEM
                   DELIMITED BY SIZE INTO WS-PROFILE-ERROR
               EXIT PARAGRAPH
           END-IF.
           EVALUATE SP-GROUP
               WHEN "VOLUME"
                   PERFORM LOAD-VOLUME-ITEM
               WHEN "AGEBAND"
                   PERFORM LOAD-AGE-BAND-ITEM
               WHEN "PRODUCT"
                   PERFORM LOAD-PRODUCT-ITEM
               WHEN "CASEMIX"
                   PERFORM LOAD-CASE-MIX-ITEM
               WHEN OTHER
                   STRING "PROFILE GROUP UNKNOWN " SP-GROUP
                       DELIMITED BY SIZE INTO WS-PROFILE-ERROR
           END-EVALUATE.

       LOAD-VOLUME-ITEM.
           EVALUATE SP-ITEM
               WHEN "CUSTOMER"
                   MOVE SP-VALUE-NUM TO WS-PRODUCTION-CUSTOMERS
               WHEN "SCALE"
                   MOVE SP-VALUE-NUM TO WS-SCALE-FACTOR
               WHEN "TXNS"
                   MOVE SP-VALUE-NUM TO WS-TXNS-PER-CUSTOMER
               WHEN OTHER
                   PERFORM REJECT-PROFILE-ITEM
           END-EVALUATE.

       LOAD-AGE-BAND-ITEM.
           SET AB-IDX TO 1.
           SEARCH WS-AGE-BAND-ENTRY
               AT END
                   PERFORM REJECT-PROFILE-ITEM
               WHEN WS-AB-NAME (AB-IDX) = SP-ITEM
                   IF SP-VALUE-NUM > 100
                       PERFORM REJECT-PROFILE-ITEM
                   ELSE
                       MOVE SP-VALUE-NUM TO WS-AB-PERCENT (AB-IDX)
                   END-IF
           END-SEARCH.

       LOAD-PRODUCT-ITEM.
           IF SP-VALUE-NUM > 100 OR WS-PRODUCT-MIX-COUNT = 20
                   OR SP-ITEM (3:6) NOT = SPACES
               PERFORM REJECT-PROFILE-ITEM
           ELSE
               ADD 1 TO WS-PRODUCT-MIX-COUNT
               SET PM-IDX TO WS-PRODUCT-MIX-COUNT
               MOVE SP-ITEM (1:2) TO WS-PM-CODE (PM-IDX)
               MOVE SP-VALUE-NUM TO WS-PM-PERCENT (PM-IDX)
               MOVE "N" TO WS-PM-ON-CATALOG (PM-IDX)
               MOVE 0 TO WS-PM-GENERATED (PM-IDX)
           END-IF.

       LOAD-CASE-MIX-ITEM.
           IF SP-VALUE-NUM > 100
               PERFORM REJECT-PROFILE-ITEM
               EXIT PARAGRAPH
           END-IF.
           EVALUATE SP-ITEM
               WHEN "OVERDRWN"
                   MOVE SP-VALUE-NUM TO WS-OVERDRAWN-PERCENT
               WHEN "DUPLICAT"
                   MOVE SP-VALUE-NUM TO WS-DUPLICATE-PERCENT
               WHEN "STNDORDR"
                   MOVE SP-VALUE-NUM TO WS-ORDER-PERCENT
               WHEN "ADDRCHG"
                   MOVE SP-VALUE-NUM TO WS-CHANGE-PERCENT
               WHEN "CLIFEED"
                   MOVE SP-VALUE-NUM TO WS-FEED-PERCENT
               WHEN OTHER
                   PERFORM REJECT-PROFILE-ITEM
           END-EVALUATE.

       REJECT-PROFILE-ITEM.
           STRING "PROFILE ITEM BAD " SP-GROUP " " SP-ITEM
               DELIMITED BY SIZE INTO WS-PROFILE-ERROR.

       CHECK-PROFILE-TOTALS.
           MOVE 0 TO WS-PERCENT-TOTAL.
           PERFORM VARYING AB-IDX FROM 1 BY 1 UNTIL AB-IDX > 6
               ADD WS-AB-PERCENT (AB-IDX) TO WS-PERCENT-TOTAL
           END-PERFORM.
           IF WS-PERCENT-TOTAL NOT = 100
               MOVE "AGE BAND MIX DOES NOT TOTAL 100"
                   TO WS-PROFILE-ERROR
           END-IF.
           MOVE 0 TO WS-PERCENT-TOTAL.
           PERFORM VARYING PM-IDX FROM 1 BY 1
                   UNTIL PM-IDX > WS-PRODUCT-MIX-COUNT
               ADD WS-PM-PERCENT (PM-IDX) TO WS-PERCENT-TOTAL
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-PROFILE-ERROR NOT = SPACES
                   CONTINUE
               WHEN WS-PERCENT-TOTAL NOT = 100
                   MOVE "PRODUCT MIX DOES NOT TOTAL 100"
                       TO WS-PROFILE-ERROR
               WHEN WS-PRODUCTION-CUSTOMERS = 0
                       OR WS-SCALE-FACTOR = 0
                   MOVE "PROFILE VOLUME OR SCALE IS ZERO"
                       TO WS-PROFILE-ERROR
               WHEN WS-TXNS-PER-CUSTOMER = 0
                       OR WS-TXNS-PER-CUSTOMER > 9
                   MOVE "PROFILE TXNS NOT 1 THRU 9"
                       TO WS-PROFILE-ERROR
               WHEN WS-CHANGE-PERCENT = 0
                   MOVE "PROFILE ADDRCHG ZERO - FEED REQUIRED"
                       TO WS-PROFILE-ERROR
           END-EVALUATE.

      ***************************************************************
      *  Each product in the mix must be on the catalog and open to
      *  new accounts; a term or loan product also needs a rate in
      *  force tonight, looked up once here as ACCMNT01 does it.
      *  The default product must be on the catalog too, for the
      *  holding every customer's default account carries.
      ***************************************************************
       LOAD-PRODUCT-CATALOG.
           OPEN INPUT PRODUCT-CATALOG-FILE.
           IF WS-CATALOG-FILE-STATUS = "00"
               PERFORM UNTIL WS-CATALOG-FILE-STATUS = "10"
                   READ PRODUCT-CATALOG-FILE
                       AT END
                           MOVE "10" TO WS-CATALOG-FILE-STATUS
                       NOT AT END
                           PERFORM MATCH-CATALOG-PRODUCT
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-CATALOG-FILE
           END-IF.
           IF WS-DEFAULT-ON-CATALOG NOT = "Y"
               STRING "DEFAULT PRODUCT " WS-DEFAULT-PRODUCT
                       " NOT ON CATALOG"
                   DELIMITED BY SIZE INTO WS-PROFILE-ERROR
           END-IF.
           PERFORM VARYING PM-IDX FROM 1 BY 1
                   UNTIL PM-IDX > WS-PRODUCT-MIX-COUNT
                       OR WS-PROFILE-ERROR NOT = SPACES
               IF WS-PM-ON-CATALOG (PM-IDX) NOT = "Y"
                   STRING "PRODUCT " WS-PM-CODE (PM-IDX)
                           " NOT ACTIVE ON CATALOG"
                       DELIMITED BY SIZE INTO WS-PROFILE-ERROR
               ELSE
                   IF WS-PM-TERM-PRODUCT (PM-IDX)
                           OR WS-PM-LOAN-PRODUCT (PM-IDX)
                       PERFORM LOOK-UP-PRODUCT-RATE
                   END-IF
               END-IF
           END-PERFORM.

       MATCH-CATALOG-PRODUCT.
           IF PD-PRODUCT-CODE = WS-DEFAULT-PRODUCT
               MOVE "Y" TO WS-DEFAULT-ON-CATALOG
               MOVE PD-RATE-KEY TO WS-DEFAULT-RATE-KEY
           END-IF.
           PERFORM VARYING PM-IDX FROM 1 BY 1
                   UNTIL PM-IDX > WS-PRODUCT-MIX-COUNT
               IF WS-PM-CODE (PM-IDX) = PD-PRODUCT-CODE
                       AND PD-PRODUCT-ACTIVE
                   MOVE "Y" TO WS-PM-ON-CATALOG (PM-IDX)
                   MOVE PD-RATE-KEY TO WS-PM-RATE-KEY (PM-IDX)
                   MOVE PD-PRODUCT-TYPE TO WS-PM-TYPE (PM-IDX)
                   MOVE PD-DEFAULT-TERM TO WS-PM-TERM (PM-IDX)
                   MOVE PD-MINIMUM-BALANCE TO WS-PM-MINIMUM (PM-IDX)
                   MOVE 0 TO WS-PM-RATE (PM-IDX)
               END-IF
           END-PERFORM.

       LOOK-UP-PRODUCT-RATE.
           MOVE WS-PM-RATE-KEY (PM-IDX) TO PK-PROD-KEY.
           MOVE WS-RUN-CCYYDDD TO PK-AS-OF-DATE.
           CALL "PRDLKP01" USING WS-PRODUCT-LOOKUP.
           IF PK-NOT-FOUND OR WS-PM-TERM (PM-IDX) = 0
               STRING "PRODUCT " WS-PM-CODE (PM-IDX)
                       " HAS NO RATE OR TERM"
                   DELIMITED BY SIZE INTO WS-PROFILE-ERROR
           ELSE
               COMPUTE WS-PM-RATE (PM-IDX) = PK-AMOUNT / 1000000
           END-IF.

      ***************************************************************
      *  The zip ranges, the postal reference, and the velocity
      *  limits the generated data has to satisfy.
      ***************************************************************
       LOAD-REFERENCE-TABLES.
           OPEN INPUT ZIP-REGION-FILE.
           IF WS-ZIP-FILE-STATUS = "00"
               PERFORM UNTIL WS-ZIP-FILE-STATUS = "10"
                       OR WS-ZIP-COUNT = 100
                   READ ZIP-REGION-FILE
                       AT END
                           MOVE "10" TO WS-ZIP-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-ZIP-COUNT
                           SET ZP-IDX TO WS-ZIP-COUNT
                           MOVE ZR-ZIP-LOW TO WS-ZIP-LOW (ZP-IDX)
                           MOVE ZR-ZIP-HIGH TO WS-ZIP-HIGH (ZP-IDX)
                           MOVE ZR-REGION TO WS-ZIP-REGION (ZP-IDX)
                   END-READ
               END-PERFORM
               CLOSE ZIP-REGION-FILE
           END-IF.

           OPEN INPUT POSTAL-REFERENCE-FILE.
           IF WS-POSTAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-POSTAL-FILE-STATUS = "10"
                       OR WS-POSTAL-COUNT = 200
                   READ POSTAL-REFERENCE-FILE
                       AT END
                           MOVE "10" TO WS-POSTAL-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-POSTAL-COUNT
                           MOVE PR-ZIP
                               TO WS-POSTAL-ZIP (WS-POSTAL-COUNT)
                           MOVE PR-CITY
                               TO WS-POSTAL-CITY (WS-POSTAL-COUNT)
                   END-READ
               END-PERFORM
               CLOSE POSTAL-REFERENCE-FILE
           END-IF.
           IF WS-POSTAL-COUNT = 0
               MOVE "POSTAL REFERENCE NOT AVAILABLE"
                   TO WS-PROFILE-ERROR
           END-IF.

           OPEN INPUT VELOCITY-LIMITS-FILE.
           IF WS-VELOCITY-FILE-STATUS = "00"
               PERFORM UNTIL WS-VELOCITY-FILE-STATUS = "10"
                       OR WS-VELOCITY-COUNT = 20
                   READ VELOCITY-LIMITS-FILE
                       AT END
                           MOVE "10" TO WS-VELOCITY-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-VELOCITY-COUNT
                           SET VL-IDX TO WS-VELOCITY-COUNT
                           MOVE VL-AGE-BAND TO WS-VL-BAND (VL-IDX)
                           MOVE VL-MAX-COUNT
                               TO WS-VL-MAX-COUNT (VL-IDX)
                           MOVE VL-MAX-AMOUNT
                               TO WS-VL-MAX-AMOUNT (VL-IDX)
                   END-READ
               END-PERFORM
               CLOSE VELOCITY-LIMITS-FILE
           END-IF.

      ***************************************************************
      *  Input procedure: customers in master-number order, every
      *  file but the intake written as each customer is built,
      *  the intake record released to the sort for intake order.
      ***************************************************************
       GENERATE-ALL-CUSTOMERS.
           PERFORM UNTIL WS-CUSTOMERS-WRITTEN = WS-TARGET-CUSTOMERS
               PERFORM ISSUE-NEXT-CUSTOMER-NUMBER
               ADD 1 TO WS-SEQ
               PERFORM GENERATE-ONE-CUSTOMER
           END-PERFORM.

      *    The one base whose number ends 000000 would have no
      *    intake key; it is passed over.
       ISSUE-NEXT-CUSTOMER-NUMBER.
           MOVE 0 TO WS-MASTER-LOW-SIX.
           PERFORM UNTIL WS-MASTER-LOW-SIX NOT = 0
               SET CD-ACTION-GENERATE TO TRUE
               MOVE WS-BASE-NUMBER TO CD-BASE-NUMBER
               CALL "CHKDGT01" USING WS-CHECK-DIGIT-REQUEST
               MOVE CD-CUST-NO TO WS-MASTER-NUMBER
               ADD 1 TO WS-BASE-NUMBER
           END-PERFORM.

       GENERATE-ONE-CUSTOMER.
           PERFORM CHOOSE-CUSTOMER-MIX.
           PERFORM BUILD-CUSTOMER-ADDRESS.
           MOVE WS-REGION TO BA-REGION-CODE.
           MOVE WS-ZIP-NINE TO BA-ZIP.
           CALL "BRNASG01" USING WS-BRANCH-ASSIGN-REQUEST.
           MOVE BA-BRANCH-CODE TO WS-BRANCH-CODE.
           PERFORM BUILD-ACCOUNT-BALANCES.
           PERFORM WRITE-CUSTOMER-MASTER.
           PERFORM RELEASE-INTAKE-RECORD.
           PERFORM WRITE-DEFAULT-ACCOUNT.
           IF WS-CUSTOMER-PRODUCT NOT = WS-DEFAULT-PRODUCT
               PERFORM WRITE-SECOND-ACCOUNT
           END-IF.
           PERFORM WRITE-CUSTOMER-ITEMS.
           PERFORM WRITE-CUSTOMER-FEEDS.

      ***************************************************************
      *  Each mix walks its cumulative percentages with the
      *  customer's bucket.  The bucket is the sequence number
      *  times a multiplier prime to 100, so every run of 100
      *  customers takes each bucket exactly once and the mix is
      *  exact per hundred; a different multiplier per mix keeps
      *  the mixes from lining up with one another.
      ***************************************************************
       CHOOSE-CUSTOMER-MIX.
           COMPUTE WS-BUCKET = FUNCTION MOD (WS-SEQ * 37, 100).
           MOVE 0 TO WS-CUMULATIVE-PERCENT.
           SET AB-IDX TO 1.
           PERFORM UNTIL AB-IDX > 6
               ADD WS-AB-PERCENT (AB-IDX) TO WS-CUMULATIVE-PERCENT
               IF WS-BUCKET < WS-CUMULATIVE-PERCENT
                   EXIT PERFORM
               END-IF
               SET AB-IDX UP BY 1
           END-PERFORM.
           MOVE WS-AB-NAME (AB-IDX) TO WS-CUSTOMER-BAND.
           ADD 1 TO WS-AB-GENERATED (AB-IDX).
           COMPUTE WS-CUSTOMER-AGE = WS-AB-LOW-AGE (AB-IDX)
               + FUNCTION MOD (WS-SEQ, WS-AB-AGE-SPAN (AB-IDX)).

           COMPUTE WS-BUCKET = FUNCTION MOD (WS-SEQ * 53, 100).
           MOVE 0 TO WS-CUMULATIVE-PERCENT.
           SET PM-IDX TO 1.
           PERFORM UNTIL PM-IDX > WS-PRODUCT-MIX-COUNT
               ADD WS-PM-PERCENT (PM-IDX) TO WS-CUMULATIVE-PERCENT
               IF WS-BUCKET < WS-CUMULATIVE-PERCENT
                   EXIT PERFORM
               END-IF
               SET PM-IDX UP BY 1
           END-PERFORM.
           MOVE WS-PM-CODE (PM-IDX) TO WS-CUSTOMER-PRODUCT.
           ADD 1 TO WS-PM-GENERATED (PM-IDX).

           MOVE "N" TO WS-CUSTOMER-OVERDRAWN.
           IF FUNCTION MOD (WS-SEQ * 71, 100) < WS-OVERDRAWN-PERCENT
               MOVE "Y" TO WS-CUSTOMER-OVERDRAWN
               ADD 1 TO WS-OVERDRAWN-WRITTEN
           END-IF.

      *    The house number, street, and city rotate through the
      *    postal reference; the city goes on the line so ADRVAL01
      *    finds it, and the zip is the city's with a plus-four.
       BUILD-CUSTOMER-ADDRESS.
           COMPUTE WS-POSTAL-IDX =
               FUNCTION MOD (WS-SEQ, WS-POSTAL-COUNT) + 1.
           PERFORM BUILD-ADDRESS-LINE.
           MOVE WS-ADDRESS-LINE TO CN-ADDRESS.
           MOVE WS-ZIP-NINE TO CN-ZIP.
           MOVE SPACES TO WS-REGION.
           PERFORM VARYING ZP-IDX FROM 1 BY 1
                   UNTIL ZP-IDX > WS-ZIP-COUNT
                       OR WS-REGION NOT = SPACES
               IF WS-ZIP-NINE >= WS-ZIP-LOW (ZP-IDX)
                       AND WS-ZIP-NINE <= WS-ZIP-HIGH (ZP-IDX)
                   MOVE WS-ZIP-REGION (ZP-IDX) TO WS-REGION
               END-IF
           END-PERFORM.

       BUILD-ADDRESS-LINE.
           COMPUTE WS-HOUSE-NO = FUNCTION MOD (WS-SEQ, 9999) + 1.
           COMPUTE WS-STREET-IDX = FUNCTION MOD (WS-SEQ, 5) + 1.
           MOVE SPACES TO WS-ADDRESS-LINE.
           STRING WS-HOUSE-NO " "
                   WS-STREET-NAME (WS-STREET-IDX) DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-POSTAL-CITY (WS-POSTAL-IDX) DELIMITED BY "  "
               INTO WS-ADDRESS-LINE.
           COMPUTE WS-ZIP-NINE =
               WS-POSTAL-ZIP (WS-POSTAL-IDX) * 10000
               + FUNCTION MOD (WS-SEQ, 10000).

      ***************************************************************
      *  Balances.  A customer in good standing keeps at least
      *  1,000.00 on the default account, more than the night's
      *  debits can take.  A second deposit account holds its
      *  product's minimum and up to 10,000.00 more.  An overdrawn
      *  customer's default account is overdrawn by the second
      *  account's balance and a little more, so the customer
      *  rollup itself is overdrawn, inside the approved limit.
      ***************************************************************
       BUILD-ACCOUNT-BALANCES.
           MOVE 0 TO WS-SECOND-BALANCE.
           IF WS-CUSTOMER-PRODUCT NOT = WS-DEFAULT-PRODUCT
               IF WS-PM-LOAN-PRODUCT (PM-IDX)
                   COMPUTE WS-SECOND-BALANCE = 1000.00
                       + FUNCTION MOD (WS-SEQ * 29, 2400000) / 100
               ELSE
                   COMPUTE WS-SECOND-BALANCE = WS-PM-MINIMUM (PM-IDX)
                       + FUNCTION MOD (WS-SEQ * 131, 1000000) / 100
               END-IF
           END-IF.
           IF WS-IS-OVERDRAWN
               COMPUTE WS-OVERDRAWN-BY = 25.00
                   + FUNCTION MOD (WS-SEQ * 7, 40000) / 100
               IF WS-PM-LOAN-PRODUCT (PM-IDX)
                       OR WS-CUSTOMER-PRODUCT = WS-DEFAULT-PRODUCT
                   COMPUTE WS-DEFAULT-BALANCE = 0 - WS-OVERDRAWN-BY
               ELSE
                   COMPUTE WS-DEFAULT-BALANCE =
                       0 - WS-SECOND-BALANCE - WS-OVERDRAWN-BY
               END-IF
           ELSE
               COMPUTE WS-DEFAULT-BALANCE = 1000.00
                   + FUNCTION MOD (WS-SEQ * 7919, 4900000) / 100
           END-IF.

       WRITE-CUSTOMER-MASTER.
           MOVE WS-MASTER-NUMBER TO CN-CUST-NO.
           MOVE WS-MASTER-LOW-SIX TO WS-LETTER-KEY.
           INSPECT WS-LETTER-KEY CONVERTING WS-DIGITS TO WS-LETTERS.
           MOVE SPACES TO CN-CUST-NAME.
           STRING "SYNTHETIC " WS-LETTER-KEY
               DELIMITED BY SIZE INTO CN-CUST-NAME.
           IF WS-PM-LOAN-PRODUCT (PM-IDX)
                   OR WS-CUSTOMER-PRODUCT = WS-DEFAULT-PRODUCT
               MOVE WS-DEFAULT-BALANCE TO CN-BALANCE
           ELSE
               COMPUTE CN-BALANCE =
                   WS-DEFAULT-BALANCE + WS-SECOND-BALANCE
           END-IF.
           MOVE "N" TO CN-MAIL-HOLD-FLAG.
           MOVE 0 TO CN-MAIL-HOLD-DATE.
           MOVE "ACTIVE" TO CN-CUST-STATUS.
           MOVE WS-RUN-CCYYDDD TO CN-LAST-ACTIVITY-DATE.
           IF WS-IS-OVERDRAWN
               MOVE WS-OVERDRAFT-LIMIT TO CN-OVERDRAFT-LIMIT
           ELSE
               MOVE 0 TO CN-OVERDRAFT-LIMIT
           END-IF.
           MOVE "N" TO CN-TAX-STATUS.
           MOVE 0 TO CN-WITHHOLD-RATE.
           COMPUTE CN-CYCLE-CODE = FUNCTION MOD (WS-SEQ, 4) + 1.
           MOVE WS-REGION TO CN-REGION-CODE.
      *    Reviewed tonight, next review in three years, identity
      *    document good for five: nobody lands on the KYC list.
           MOVE "L" TO CN-RISK-RATING.
           MOVE WS-RUN-CCYYDDD TO CN-LAST-REVIEW-DATE.
           COMPUTE CN-REVIEW-DUE-DATE =
               FUNCTION DAY-OF-INTEGER (WS-RUN-INTEGER + 1095).
           COMPUTE CN-ID-EXPIRY-DATE =
               FUNCTION DAY-OF-INTEGER (WS-RUN-INTEGER + 1826).
           MOVE "EN" TO CN-LANGUAGE-CODE.
           COMPUTE WS-PHONE-DIGITS =
               FUNCTION MOD (WS-MASTER-NUMBER, 10000000).
           MOVE SPACES TO CN-PHONE-NO.
           STRING "555" WS-PHONE-DIGITS
               DELIMITED BY SIZE INTO CN-PHONE-NO.
           MOVE SPACES TO CN-EMAIL-ADDRESS.
           STRING "C" WS-MASTER-NUMBER "@EXAMPLE.COM"
               DELIMITED BY SIZE INTO CN-EMAIL-ADDRESS.
           MOVE WS-MASTER-NUMBER (1:8) TO CN-TAXPAYER-ID.
           MOVE "N" TO CN-DO-NOT-MAIL.
           MOVE "N" TO CN-DO-NOT-CALL.
           MOVE "N" TO CN-DO-NOT-EMAIL.
           WRITE WS-CUSTOMER-RECORD-NEW.
           ADD 1 TO WS-CUSTOMERS-WRITTEN.
           COMPUTE WS-MASTER-BALANCE-HASH =
               WS-MASTER-BALANCE-HASH + FUNCTION ABS (CN-BALANCE).

      ***************************************************************
      *  The birth date is the customer's last birthday in the
      *  band's age, moved back up to 299 days, so AGEDRV01 derives
      *  exactly the generated age tonight.
      ***************************************************************
       RELEASE-INTAKE-RECORD.
           COMPUTE WS-BIRTH-G-YEAR = WS-RUN-G-YEAR - WS-CUSTOMER-AGE.
           MOVE WS-RUN-G-MONTH-DAY TO WS-BIRTH-G-MONTH-DAY.
           IF WS-BIRTH-G-MONTH-DAY = 0229
               MOVE 0228 TO WS-BIRTH-G-MONTH-DAY
           END-IF.
           COMPUTE WS-BIRTH-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BIRTH-GREGORIAN)
               - FUNCTION MOD (WS-SEQ, 300).
           COMPUTE WS-BIRTH-GREGORIAN =
               FUNCTION DATE-OF-INTEGER (WS-BIRTH-INTEGER).
           MOVE WS-MASTER-LOW-SIX TO IS-CUST-NO.
           MOVE CN-CUST-NAME TO IS-CUST-NAME.
           MOVE WS-CUSTOMER-AGE TO IS-CUST-AGE.
           MOVE WS-BIRTH-GREGORIAN TO IS-BIRTH-DATE.
           RELEASE INTAKE-SORT-REC.

      ***************************************************************
      *  The default account, suffix 1, is the demand account every
      *  branch item without an account number posts to.
      ***************************************************************
       WRITE-DEFAULT-ACCOUNT.
           COMPUTE AM-ACCT-NO = WS-MASTER-NUMBER * 10 + 1.
           MOVE WS-MASTER-NUMBER TO AM-CUST-NO.
           MOVE WS-DEFAULT-PRODUCT TO AM-PRODUCT-CODE.
           MOVE WS-DEFAULT-BALANCE TO AM-BALANCE.
           PERFORM SET-ACCOUNT-DEFAULTS.
           PERFORM WRITE-ONE-ACCOUNT.
           MOVE WS-DEFAULT-RATE-KEY TO PH-PROD-KEY.
           PERFORM WRITE-ONE-HOLDING.

       WRITE-SECOND-ACCOUNT.
           COMPUTE AM-ACCT-NO = WS-MASTER-NUMBER * 10 + 2.
           MOVE WS-MASTER-NUMBER TO AM-CUST-NO.
           MOVE WS-CUSTOMER-PRODUCT TO AM-PRODUCT-CODE.
           MOVE WS-SECOND-BALANCE TO AM-BALANCE.
           PERFORM SET-ACCOUNT-DEFAULTS.
           EVALUATE TRUE
               WHEN WS-PM-TERM-PRODUCT (PM-IDX)
                   PERFORM OPEN-TERM-DEPOSIT
               WHEN WS-PM-LOAN-PRODUCT (PM-IDX)
                   PERFORM BOOK-SYNTHETIC-LOAN
           END-EVALUATE.
           PERFORM WRITE-ONE-ACCOUNT.
           MOVE WS-PM-RATE-KEY (PM-IDX) TO PH-PROD-KEY.
           PERFORM WRITE-ONE-HOLDING.

       SET-ACCOUNT-DEFAULTS.
           MOVE WS-RUN-CCYYDDD TO AM-OPEN-DATE.
           MOVE 0 TO AM-CLOSED-DATE.
           MOVE 0 TO AM-TERM-MONTHS.
           MOVE 0 TO AM-MATURITY-DATE.
           MOVE 0 TO AM-FIXED-RATE.
           MOVE SPACE TO AM-MATURITY-INSTR.
           MOVE 0 TO AM-NOTICE-SENT-DATE.
           MOVE "D" TO AM-ACCOUNT-CLASS.
           MOVE 0 TO AM-LOAN-PAYMENT.
           MOVE 0 TO AM-LOAN-INTEREST-DUE.
           MOVE 0 TO AM-LOAN-ACCRUED-TO.
           MOVE WS-BRANCH-CODE TO AM-BRANCH-CODE.
           MOVE WS-RUN-CCYYDDD TO AM-BRANCH-DATE.

      *    A term deposit opens tonight on the product's default
      *    term and tonight's rate, to roll over at maturity.
       OPEN-TERM-DEPOSIT.
           MOVE WS-PM-TERM (PM-IDX) TO AM-TERM-MONTHS.
           MOVE WS-RUN-CCYYDDD TO MD-START-DATE.
           MOVE WS-PM-TERM (PM-IDX) TO MD-TERM-MONTHS.
           CALL "MATDAT01" USING WS-MATURITY-DATE-REQUEST.
           MOVE MD-MATURITY-DATE TO AM-MATURITY-DATE.
           MOVE WS-PM-RATE (PM-IDX) TO AM-FIXED-RATE.
           MOVE "R" TO AM-MATURITY-INSTR.
           ADD 1 TO WS-TERM-DEPOSITS-WRITTEN.

      *    A loan is booked tonight as ACCMNT01 books one: level
      *    payment and schedule from LNAMRT01, the final due date
      *    as its maturity, interest accruing from tonight.  The
      *    principal was paid out long ago, so no disbursement.
       BOOK-SYNTHETIC-LOAN.
           MOVE "L" TO AM-ACCOUNT-CLASS.
           MOVE WS-PM-TERM (PM-IDX) TO AM-TERM-MONTHS.
           MOVE WS-PM-RATE (PM-IDX) TO AM-FIXED-RATE.
           MOVE WS-RUN-CCYYDDD TO AM-LOAN-ACCRUED-TO.
           MOVE WS-SECOND-BALANCE TO LA-PRINCIPAL.
           MOVE WS-PM-RATE (PM-IDX) TO LA-ANNUAL-RATE.
           MOVE WS-PM-TERM (PM-IDX) TO LA-TERM-MONTHS.
           MOVE WS-RUN-CCYYDDD TO LA-START-DATE.
           CALL "LNAMRT01" USING WS-LOAN-AMORT-REQUEST.
           MOVE LA-PAYMENT TO AM-LOAN-PAYMENT.
           MOVE LA-DUE-DATE (LA-INSTALLMENT-COUNT)
               TO AM-MATURITY-DATE.
           PERFORM VARYING LA-IDX FROM 1 BY 1
                   UNTIL LA-IDX > LA-INSTALLMENT-COUNT
               MOVE AM-ACCT-NO TO LS-ACCT-NO
               MOVE AM-CUST-NO TO LS-CUST-NO
               SET LS-INSTALLMENT-NO TO LA-IDX
               MOVE LA-DUE-DATE (LA-IDX) TO LS-DUE-DATE
               MOVE LA-DUE-PAYMENT (LA-IDX) TO LS-PAYMENT
               MOVE LA-DUE-INTEREST (LA-IDX) TO LS-INTEREST
               MOVE LA-DUE-PRINCIPAL (LA-IDX) TO LS-PRINCIPAL
               MOVE LA-REMAINING (LA-IDX) TO LS-REMAINING
               WRITE WS-LOAN-SCHEDULE-RECORD
               ADD 1 TO WS-SCHEDULE-WRITTEN
           END-PERFORM.
           ADD 1 TO WS-LOANS-WRITTEN.

       WRITE-ONE-ACCOUNT.
           WRITE WS-ACCOUNT-RECORD.
           ADD 1 TO WS-ACCOUNTS-WRITTEN.
           COMPUTE WS-ACCOUNT-BALANCE-HASH =
               WS-ACCOUNT-BALANCE-HASH + FUNCTION ABS (AM-BALANCE).

       WRITE-ONE-HOLDING.
           MOVE WS-MASTER-NUMBER TO PH-CUST-NO.
           WRITE HOLDINGS-REC.
           ADD 1 TO WS-HOLDINGS-WRITTEN.

      ***************************************************************
      *  Tonight's branch items and the standing order.  The item
      *  count leaves room under the band's velocity count for the
      *  standing order and a duplicate, and no item is bigger
      *  than the band's amount limit shared across them all.
      *  Items alternate credit and debit with amounts distinct
      *  per item, so only the deliberate duplicate repeats one;
      *  an overdrawn customer is sent credits only.
      ***************************************************************
       WRITE-CUSTOMER-ITEMS.
           PERFORM FIND-BAND-VELOCITY.
           MOVE WS-TXNS-PER-CUSTOMER TO WS-ITEM-COUNT.
           IF WS-BAND-MAX-COUNT < 3
               MOVE 1 TO WS-ITEM-COUNT
           ELSE
               IF WS-ITEM-COUNT > WS-BAND-MAX-COUNT - 2
                   COMPUTE WS-ITEM-COUNT = WS-BAND-MAX-COUNT - 2
               END-IF
           END-IF.
           COMPUTE WS-ITEM-CEILING =
               WS-BAND-MAX-AMOUNT / (WS-ITEM-COUNT + 2).
           PERFORM VARYING WS-ITEM-NO FROM 1 BY 1
                   UNTIL WS-ITEM-NO > WS-ITEM-COUNT
               MOVE SPACES TO BALANCE-TXN-REC
               MOVE WS-MASTER-NUMBER TO BT-CUST-NO
               IF FUNCTION MOD (WS-ITEM-NO, 2) = 1 OR WS-IS-OVERDRAWN
                   MOVE "AB" TO BT-TYPE-CODE
                   MOVE "+" TO BT-SIGN
               ELSE
                   MOVE "CD" TO BT-TYPE-CODE
                   MOVE "-" TO BT-SIGN
               END-IF
               COMPUTE WS-ITEM-AMOUNT = WS-ITEM-NO * 10.00
                   + FUNCTION MOD (WS-SEQ * 17, 997) / 100 + 0.01
               IF WS-ITEM-AMOUNT > WS-ITEM-CEILING
                   MOVE WS-ITEM-CEILING TO WS-ITEM-AMOUNT
               END-IF
               MOVE WS-ITEM-AMOUNT TO BT-AMOUNT
               PERFORM WRITE-ONE-ITEM
               IF WS-ITEM-NO = 1
                   MOVE BT-TYPE-CODE TO WS-FIRST-ITEM-TYPE
                   MOVE BT-SIGN TO WS-FIRST-ITEM-SIGN
                   MOVE BT-AMOUNT TO WS-FIRST-ITEM-AMOUNT
               END-IF
           END-PERFORM.

           IF FUNCTION MOD (WS-SEQ * 89, 100) < WS-DUPLICATE-PERCENT
               MOVE SPACES TO BALANCE-TXN-REC
               MOVE WS-MASTER-NUMBER TO BT-CUST-NO
               MOVE WS-FIRST-ITEM-TYPE TO BT-TYPE-CODE
               MOVE WS-FIRST-ITEM-SIGN TO BT-SIGN
               MOVE WS-FIRST-ITEM-AMOUNT TO BT-AMOUNT
               PERFORM WRITE-ONE-ITEM
               ADD 1 TO WS-DUPLICATES-WRITTEN
           END-IF.

           IF FUNCTION MOD (WS-SEQ * 61, 100) < WS-ORDER-PERCENT
               PERFORM WRITE-STANDING-ORDER
           END-IF.

       WRITE-ONE-ITEM.
           WRITE BALANCE-TXN-REC.
           ADD 1 TO WS-TXNS-WRITTEN.
           ADD BT-AMOUNT TO WS-TXN-AMOUNT-TOTAL.

      *    The band's own velocity row, else the ** row, else no
      *    limit at all - the order VELCHK01 judges them in.
       FIND-BAND-VELOCITY.
           MOVE 999 TO WS-BAND-MAX-COUNT.
           MOVE 999999999 TO WS-BAND-MAX-AMOUNT.
           SET VL-IDX TO 1.
           SEARCH WS-VELOCITY-ENTRY
               AT END
                   SET VL-IDX TO 1
                   SEARCH WS-VELOCITY-ENTRY
                       WHEN VL-IDX > WS-VELOCITY-COUNT
                           CONTINUE
                       WHEN WS-VL-BAND (VL-IDX) = "**"
                           MOVE WS-VL-MAX-COUNT (VL-IDX)
                               TO WS-BAND-MAX-COUNT
                           MOVE WS-VL-MAX-AMOUNT (VL-IDX)
                               TO WS-BAND-MAX-AMOUNT
                   END-SEARCH
               WHEN VL-IDX > WS-VELOCITY-COUNT
                   SET VL-IDX TO 1
                   SEARCH WS-VELOCITY-ENTRY
                       WHEN VL-IDX > WS-VELOCITY-COUNT
                           CONTINUE
                       WHEN WS-VL-BAND (VL-IDX) = "**"
                           MOVE WS-VL-MAX-COUNT (VL-IDX)
                               TO WS-BAND-MAX-COUNT
                           MOVE WS-VL-MAX-AMOUNT (VL-IDX)
                               TO WS-BAND-MAX-AMOUNT
                   END-SEARCH
               WHEN WS-VL-BAND (VL-IDX) = WS-CUSTOMER-BAND
                   MOVE WS-VL-MAX-COUNT (VL-IDX) TO WS-BAND-MAX-COUNT
                   MOVE WS-VL-MAX-AMOUNT (VL-IDX)
                       TO WS-BAND-MAX-AMOUNT
           END-SEARCH.

      *    A monthly order on a day of the month spread across the
      *    customers, live from tonight with no end date; a debit
      *    unless the customer is overdrawn.
       WRITE-STANDING-ORDER.
           MOVE WS-MASTER-NUMBER TO SO-CUST-NO.
           MOVE "EF" TO SO-TYPE-CODE.
           IF WS-IS-OVERDRAWN
               MOVE "+" TO SO-SIGN
           ELSE
               MOVE "-" TO SO-SIGN
           END-IF.
           COMPUTE WS-ITEM-AMOUNT = 25.00
               + FUNCTION MOD (WS-SEQ * 13, 5000) / 100.
           IF WS-ITEM-AMOUNT > WS-ITEM-CEILING
               MOVE WS-ITEM-CEILING TO WS-ITEM-AMOUNT
           END-IF.
           MOVE WS-ITEM-AMOUNT TO SO-AMOUNT.
           MOVE "M" TO SO-FREQUENCY.
           COMPUTE SO-DAY-OF-MONTH = FUNCTION MOD (WS-SEQ, 28) + 1.
           MOVE WS-RUN-CCYYDDD TO SO-START-DATE.
           MOVE 0 TO SO-END-DATE.
           MOVE SPACES TO SO-ACCT-NO.
           WRITE STANDING-ORDER-REC.
           ADD 1 TO WS-ORDERS-WRITTEN.
           ADD SO-AMOUNT TO WS-ORDER-AMOUNT-TOTAL.

      ***************************************************************
      *  The vendor address change moves the customer to the next
      *  city on the postal reference; the client-feed record is a
      *  name, a five-digit number, and the OK status TXTEDT01
      *  accepts, the name built from letters no watch-list entry
      *  is made of.
      ***************************************************************
       WRITE-CUSTOMER-FEEDS.
           IF FUNCTION MOD (WS-SEQ * 43, 100) < WS-CHANGE-PERCENT
               COMPUTE WS-POSTAL-IDX =
                   FUNCTION MOD (WS-SEQ + 1, WS-POSTAL-COUNT) + 1
               PERFORM BUILD-ADDRESS-LINE
               MOVE WS-MASTER-NUMBER TO AD-CUST-NO
               MOVE WS-ADDRESS-LINE TO AD-NEW-ADDRESS
               MOVE WS-ZIP-NINE TO AD-NEW-ZIP
               WRITE ADDRESS-CHANGE-REC
               ADD 1 TO WS-CHANGES-WRITTEN
           END-IF.
           IF FUNCTION MOD (WS-SEQ * 29, 100) < WS-FEED-PERCENT
               MOVE SPACES TO CLIENT-FEED-REC
               MOVE WS-LETTER-KEY (2:5) TO CF-NAME
               COMPUTE CF-NUMBER = FUNCTION MOD (WS-SEQ * 7, 100000)
               MOVE "OK" TO CF-STATUS
               WRITE CLIENT-FEED-REC
               ADD 1 TO WS-FEED-WRITTEN
           END-IF.

      ***************************************************************
      *  Output procedure: the intake master in intake-key order.
      ***************************************************************
       WRITE-INTAKE-FILE.
           OPEN OUTPUT CUSTOMER-INTAKE-FILE.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN INTAKE-SORT
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       WRITE CUSTOMER-INTAKE-REC FROM INTAKE-SORT-REC
                       ADD 1 TO WS-INTAKE-WRITTEN
               END-RETURN
           END-PERFORM.
           CLOSE CUSTOMER-INTAKE-FILE.

      ***************************************************************
      *  What was asked for and what was written, mix by mix.
      ***************************************************************
       WRITE-GENERATION-REPORT.
           OPEN OUTPUT SYNTHETIC-REPORT-FILE.
           MOVE SPACES TO SYNTHETIC-REPORT-REC.
           STRING "SYNTHETIC VOLUME DATASET  DATE " WS-RUN-CCYYDDD
               DELIMITED BY SIZE INTO SYNTHETIC-REPORT-REC.
           WRITE SYNTHETIC-REPORT-REC.
           MOVE SPACES TO SYNTHETIC-REPORT-REC.
           STRING "PRODUCTION CUSTOMERS=" WS-PRODUCTION-CUSTOMERS
                   " SCALE=" WS-SCALE-FACTOR
                   " GENERATED=" WS-CUSTOMERS-WRITTEN
               DELIMITED BY SIZE INTO SYNTHETIC-REPORT-REC.
           WRITE SYNTHETIC-REPORT-REC.
           IF WS-SCALE-WAS-CUT
               MOVE SPACES TO SYNTHETIC-REPORT-REC
               STRING "  SCALE CUT TO THE INTAKE KEY CEILING OF "
                       WS-INTAKE-KEY-CEILING " CUSTOMERS"
                   DELIMITED BY SIZE INTO SYNTHETIC-REPORT-REC
               WRITE SYNTHETIC-REPORT-REC
           END-IF.
           PERFORM VARYING AB-IDX FROM 1 BY 1 UNTIL AB-IDX > 6
               MOVE WS-AB-PERCENT (AB-IDX) TO WS-REPORT-PERCENT
               MOVE WS-AB-GENERATED (AB-IDX) TO WS-REPORT-COUNT
               MOVE SPACES TO SYNTHETIC-REPORT-REC
               STRING "  AGE BAND " WS-AB-NAME (AB-IDX)
                       " PROFILE " WS-REPORT-PERCENT "%"
                       " CUSTOMERS " WS-REPORT-COUNT
                   DELIMITED BY SIZE INTO SYNTHETIC-REPORT-REC
               WRITE SYNTHETIC-REPORT-REC
           END-PERFORM.
           PERFORM VARYING PM-IDX FROM 1 BY 1
                   UNTIL PM-IDX > WS-PRODUCT-MIX-COUNT
               MOVE WS-PM-PERCENT (PM-IDX) TO WS-REPORT-PERCENT
               MOVE WS-PM-GENERATED (PM-IDX) TO WS-REPORT-COUNT
               MOVE SPACES TO SYNTHETIC-REPORT-REC
               STRING "  PRODUCT  " WS-PM-CODE (PM-IDX)
                       "       PROFILE " WS-REPORT-PERCENT "%"
                       " CUSTOMERS " WS-REPORT-COUNT
                   DELIMITED BY SIZE INTO SYNTHETIC-REPORT-REC
               WRITE SYNTHETIC-REPORT-REC
           END-PERFORM.
           MOVE WS-OVERDRAWN-PERCENT TO WS-REPORT-PERCENT.
           MOVE WS-OVERDRAWN-WRITTEN TO WS-REPORT-COUNT.
           MOVE SPACES TO SYNTHETIC-REPORT-REC.
           STRING "  OVERDRAWN         PROFILE " WS-REPORT-PERCENT
                   "% CUSTOMERS " WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SYNTHETIC-REPORT-REC.
           WRITE SYNTHETIC-REPORT-REC.
           MOVE WS-DUPLICATE-PERCENT TO WS-REPORT-PERCENT.
           MOVE WS-DUPLICATES-WRITTEN TO WS-REPORT-COUNT.
           MOVE SPACES TO SYNTHETIC-REPORT-REC.
           STRING "  DUPLICATE ITEMS   PROFILE " WS-REPORT-PERCENT
                   "% CUSTOMERS " WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SYNTHETIC-REPORT-REC.
           WRITE SYNTHETIC-REPORT-REC.
           MOVE WS-ACCOUNTS-WRITTEN TO WS-REPORT-COUNT.
           MOVE SPACES TO SYNTHETIC-REPORT-REC.
           STRING "  ACCOUNTS          " WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SYNTHETIC-REPORT-REC.
           WRITE SYNTHETIC-REPORT-REC.
           MOVE WS-TERM-DEPOSITS-WRITTEN TO WS-REPORT-COUNT.
           MOVE SPACES TO SYNTHETIC-REPORT-REC.
           STRING "  TERM DEPOSITS     " WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SYNTHETIC-REPORT-REC.
           WRITE SYNTHETIC-REPORT-REC.
           MOVE WS-LOANS-WRITTEN TO WS-REPORT-COUNT.
           MOVE SPACES TO SYNTHETIC-REPORT-REC.
           STRING "  LOANS             " WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SYNTHETIC-REPORT-REC.
           WRITE SYNTHETIC-REPORT-REC.
           MOVE WS-HOLDINGS-WRITTEN TO WS-REPORT-COUNT.
           MOVE SPACES TO SYNTHETIC-REPORT-REC.
           STRING "  HOLDINGS          " WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SYNTHETIC-REPORT-REC.
           WRITE SYNTHETIC-REPORT-REC.
           MOVE WS-ORDERS-WRITTEN TO WS-REPORT-COUNT.
           MOVE SPACES TO SYNTHETIC-REPORT-REC.
           STRING "  STANDING ORDERS   " WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SYNTHETIC-REPORT-REC.
           WRITE SYNTHETIC-REPORT-REC.
           MOVE WS-TXNS-WRITTEN TO WS-REPORT-COUNT.
           MOVE SPACES TO SYNTHETIC-REPORT-REC.
           STRING "  BRANCH ITEMS      " WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SYNTHETIC-REPORT-REC.
           WRITE SYNTHETIC-REPORT-REC.
           MOVE WS-CHANGES-WRITTEN TO WS-REPORT-COUNT.
           MOVE SPACES TO SYNTHETIC-REPORT-REC.
           STRING "  ADDRESS CHANGES   " WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SYNTHETIC-REPORT-REC.
           WRITE SYNTHETIC-REPORT-REC.
           MOVE WS-FEED-WRITTEN TO WS-REPORT-COUNT.
           MOVE SPACES TO SYNTHETIC-REPORT-REC.
           STRING "  CLIENT FEED       " WS-REPORT-COUNT
               DELIMITED BY SIZE INTO SYNTHETIC-REPORT-REC.
           WRITE SYNTHETIC-REPORT-REC.
           CLOSE SYNTHETIC-REPORT-FILE.

      ***************************************************************
      *  A producer total for every file written, so the first
      *  consumer in the chain proves it read the whole dataset.
      ***************************************************************
       POST-CONTROL-TOTALS.
           MOVE WS-RUN-CCYYDDD TO CT-RUN-DATE.
           MOVE "SYNGEN01" TO CT-STEP-NAME.
           SET CT-ROLE-PRODUCER TO TRUE.
           MOVE "data/cust_master_new.dat" TO CT-FILE-NAME.
           MOVE WS-CUSTOMERS-WRITTEN TO CT-RECORD-COUNT.
           MOVE WS-MASTER-BALANCE-HASH TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

           MOVE "data/customer_master.dat" TO CT-FILE-NAME.
           MOVE WS-INTAKE-WRITTEN TO CT-RECORD-COUNT.
           MOVE 0 TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

           MOVE "data/account_master.dat" TO CT-FILE-NAME.
           MOVE WS-ACCOUNTS-WRITTEN TO CT-RECORD-COUNT.
           MOVE WS-ACCOUNT-BALANCE-HASH TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

           MOVE "data/product_holdings.dat" TO CT-FILE-NAME.
           MOVE WS-HOLDINGS-WRITTEN TO CT-RECORD-COUNT.
           MOVE 0 TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

           MOVE "data/loan_schedule.dat" TO CT-FILE-NAME.
           MOVE WS-SCHEDULE-WRITTEN TO CT-RECORD-COUNT.
           MOVE 0 TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

           MOVE "data/standing_orders.dat" TO CT-FILE-NAME.
           MOVE WS-ORDERS-WRITTEN TO CT-RECORD-COUNT.
           MOVE WS-ORDER-AMOUNT-TOTAL TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

           MOVE "data/balance_txns.dat" TO CT-FILE-NAME.
           MOVE WS-TXNS-WRITTEN TO CT-RECORD-COUNT.
           MOVE WS-TXN-AMOUNT-TOTAL TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

           MOVE "data/address_changes.dat" TO CT-FILE-NAME.
           MOVE WS-CHANGES-WRITTEN TO CT-RECORD-COUNT.
           MOVE 0 TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

           MOVE "data/client_feed.dat" TO CT-FILE-NAME.
           MOVE WS-FEED-WRITTEN TO CT-RECORD-COUNT.
           MOVE 0 TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

       STAMP-CUSTOMER-HEADER.
           MOVE "SYNGEN01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           SET LC-ACTION-STAMP TO TRUE.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           WRITE WS-CUSTOMER-RECORD-NEW FROM LC-RECORD-IMAGE.

       STAMP-ACCOUNT-HEADER.
           MOVE "SYNGEN01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           SET LC-ACTION-STAMP TO TRUE.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           WRITE WS-ACCOUNT-RECORD FROM LC-RECORD-IMAGE.
       END PROGRAM SYNGEN01.
