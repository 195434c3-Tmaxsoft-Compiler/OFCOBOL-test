       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPINS01.
      ***************************************************************
      *  DEPINS01 - quarterly deposit insurance coverage report.
      *  The regulator's question - how much of the deposit base is
      *  insured - used to be answered from a spreadsheet; this job
      *  answers it from the masters.  Every open deposit account's
      *  AM-BALANCE on the WSACCTM account master is assigned to an
      *  ownership category from the WSACPTY party roles in force
      *  tonight: an account with a trustee is a trust account, an
      *  account with a joint owner is joint and its balance splits
      *  evenly between the owner and each joint owner, and any
      *  other account is the owner's single account.  Guardian and
      *  attorney roles act for the owner and do not change the
      *  category.  Each depositor's balances then roll up per
      *  category and the per-depositor coverage limit from the
      *  control file applies to each category separately; what is
      *  over the limit is uninsured.  Loans are not deposits, and
      *  an overdrawn account has no deposit to insure.
      *
      *  The print report lists insured and uninsured per customer
      *  and category, then totals by product and by region (the
      *  depositor's CN-REGION-CODE, ?? for none).  A customer's
      *  insured amount is spread back over its accounts in
      *  proportion to balance, so the product totals re-add to the
      *  grand total; the product and region totals are proven
      *  against it and the run fails rather than ship a report
      *  that does not add up.  The regulator's fixed-format file
      *  carries one DTL record per customer and category between
      *  a HDR record (institution, date, coverage limit) and a TRL
      *  record of counts and totals the regulator proves against.
      *  Any doubt about the figures - a table too small for the
      *  masters, totals that do not prove - is logged and ends the
      *  step with return code 8 so the file is not sent as it is.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COVERAGE-CONTROL-FILE
               ASSIGN TO "data/insurance_coverage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT ACCOUNT-PARTY-FILE
               ASSIGN TO "data/account_parties.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTY-FILE-STATUS.
           SELECT SHARE-SORT-FILE
               ASSIGN TO "data/deposit_insurance_sortwk.dat".
           SELECT COVERAGE-REPORT-FILE
               ASSIGN TO "data/deposit_insurance_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT REGULATOR-FILE
               ASSIGN TO "data/deposit_insurance_regfile.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGFILE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COVERAGE-CONTROL-FILE.
       01  COVERAGE-CONTROL-REC.
           02 CC-COVERAGE-LIMIT          PIC 9(9).
           02 CC-INSTITUTION-ID          PIC X(8).

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  ACCOUNT-PARTY-FILE.
       COPY WSACPTY.

      *
      *  One depositor's share of one account: the whole balance
      *  for a single or trust account, an even split for joint.
      *
       SD  SHARE-SORT-FILE.
       01  SHARE-SORT-REC.
           05 SS-CUST-NO                 PIC 9(9).
           05 SS-CATEGORY                PIC 9(1).
           05 SS-ACCT-NO                 PIC 9(10).
           05 SS-PRODUCT-CODE            PIC X(2).
           05 SS-SHARE-AMOUNT            PIC 9(9)V99.

       FD  COVERAGE-REPORT-FILE.
       01  COVERAGE-REPORT-REC           PIC X(110).

       FD  REGULATOR-FILE.
       01  REGULATOR-REC                 PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILE-STATUS         PIC XX.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-PARTY-FILE-STATUS           PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-REGFILE-FILE-STATUS         PIC XX.
       01 WS-SORT-RETURN                 PIC XX.
       01 WS-COVERAGE-LIMIT              PIC 9(9)V99 VALUE 250000.
       01 WS-INSTITUTION-ID              PIC X(8) VALUE SPACES.
       01 WS-ACCOUNTS-READ               PIC 9(7) VALUE 0.
       01 WS-ACCOUNTS-COVERED            PIC 9(7) VALUE 0.
       01 WS-SHARES-RELEASED             PIC 9(7) VALUE 0.
       01 WS-DEPOSITOR-LINES             PIC 9(7) VALUE 0.
      *
      *  Ownership categories, in the order the sort brings them.
      *
       01 WS-CATEGORY-NAMES.
           05 FILLER PIC X(6) VALUE "SINGLE".
           05 FILLER PIC X(6) VALUE "JOINT ".
           05 FILLER PIC X(6) VALUE "TRUST ".
       01 WS-CATEGORY-NAMES-R REDEFINES WS-CATEGORY-NAMES.
           05 WS-CATEGORY-NAME OCCURS 3 TIMES PIC X(6).
       01 WS-CATEGORY-CODES.
           05 FILLER PIC X(3) VALUE "SGL".
           05 FILLER PIC X(3) VALUE "JNT".
           05 FILLER PIC X(3) VALUE "TRS".
       01 WS-CATEGORY-CODES-R REDEFINES WS-CATEGORY-CODES.
           05 WS-CATEGORY-CODE OCCURS 3 TIMES PIC X(3).
       01 WS-ACCOUNT-CATEGORY            PIC 9(1).
           88 WS-CATEGORY-SINGLE         VALUE 1.
           88 WS-CATEGORY-JOINT          VALUE 2.
           88 WS-CATEGORY-TRUST          VALUE 3.
       01 WS-JOINT-OWNERS                PIC 9(3).
       01 WS-EVEN-SHARE                  PIC 9(9)V99.
       01 WS-OTHER-OWNERS                PIC 9(3).
       01 WS-JOINT-SHARES                PIC 9(11)V99.
      *
      *  Joint and trustee roles in force tonight; the others do
      *  not bear on the ownership category.
      *
       01 WS-PARTY-TABLE.
           05 WS-PARTY-COUNT             PIC 9(4) VALUE 0.
           05 WS-PARTY-ENTRY OCCURS 2000 TIMES INDEXED BY PT-IDX.
               10 WS-PTY-ACCT-NO         PIC 9(10).
               10 WS-PTY-CUST-NO         PIC 9(9).
               10 WS-PTY-ROLE            PIC X(1).
       01 WS-CUSTOMER-TABLE.
           05 WS-CUSTOMER-COUNT          PIC 9(4) VALUE 0.
           05 WS-CUSTOMER-ENTRY OCCURS 2000 TIMES INDEXED BY CU-IDX.
               10 WS-CUS-CUST-NO         PIC 9(9).
               10 WS-CUS-NAME            PIC X(20).
               10 WS-CUS-REGION          PIC X(2).
       01 WS-CUSTOMERS-LEFT-OUT          PIC 9(7) VALUE 0.
       01 WS-STEP-RETURN                 PIC 9(2) VALUE 0.
      *
      *  The shares of the depositor and category being totalled,
      *  held until the group is complete so its insured amount
      *  can be spread back over the accounts.
      *
       01 WS-GROUP.
           05 WS-GRP-CUST-NO             PIC 9(9).
           05 WS-GRP-CATEGORY            PIC 9(1).
           05 WS-GRP-TOTAL               PIC 9(11)V99.
           05 WS-GRP-INSURED             PIC 9(11)V99.
           05 WS-GRP-UNINSURED           PIC 9(11)V99.
           05 WS-GRP-ALLOCATED           PIC 9(11)V99.
           05 WS-GRP-COUNT               PIC 9(4).
           05 WS-GRP-ENTRY OCCURS 1000 TIMES INDEXED BY GR-IDX.
               10 WS-GRP-PRODUCT         PIC X(2).
               10 WS-GRP-AMOUNT          PIC 9(9)V99.
       01 WS-GROUP-OPEN                  PIC X(1) VALUE "N".
           88 WS-GROUP-IN-PROGRESS       VALUE "Y".
       01 WS-GROUP-OVERFLOW              PIC X(1).
           88 WS-GROUP-OVERFLOWED        VALUE "Y".
       01 WS-SHARE-INSURED               PIC 9(11)V99.
       01 WS-SHARE-UNINSURED             PIC 9(11)V99.
       01 WS-GROUP-NAME                  PIC X(20).
       01 WS-GROUP-REGION                PIC X(2).
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-COUNT           PIC 9(2) VALUE 0.
           05 WS-PRODUCT-ENTRY OCCURS 50 TIMES INDEXED BY PR-IDX.
               10 WS-PRD-CODE            PIC X(2).
               10 WS-PRD-DEPOSITS        PIC 9(13)V99.
               10 WS-PRD-INSURED         PIC 9(13)V99.
               10 WS-PRD-UNINSURED       PIC 9(13)V99.
       01 WS-REGION-TABLE.
           05 WS-REGION-COUNT            PIC 9(2) VALUE 0.
           05 WS-REGION-ENTRY OCCURS 50 TIMES INDEXED BY RG-IDX.
               10 WS-RGN-CODE            PIC X(2).
               10 WS-RGN-DEPOSITORS      PIC 9(7).
               10 WS-RGN-DEPOSITS        PIC 9(13)V99.
               10 WS-RGN-INSURED         PIC 9(13)V99.
               10 WS-RGN-UNINSURED       PIC 9(13)V99.
       01 WS-SLOT-FOUND                  PIC X(1).
           88 WS-SLOT-WAS-FOUND          VALUE "Y".
       01 WS-GRAND-DEPOSITS              PIC 9(13)V99 VALUE 0.
       01 WS-GRAND-INSURED               PIC 9(13)V99 VALUE 0.
       01 WS-GRAND-UNINSURED             PIC 9(13)V99 VALUE 0.
       01 WS-PROOF-DEPOSITS              PIC 9(13)V99.
       01 WS-PROOF-INSURED               PIC 9(13)V99.
       01 WS-PROOF-UNINSURED             PIC 9(13)V99.
       01 WS-AMOUNT-DISPLAY-1            PIC 9(11).99.
       01 WS-AMOUNT-DISPLAY-2            PIC 9(11).99.
       01 WS-AMOUNT-DISPLAY-3            PIC 9(11).99.
       01 WS-LIMIT-DISPLAY               PIC 9(9).99.
      *
      *  Regulator interchange records: fixed 80-byte layouts,
      *  all amounts unsigned display with two implied decimals.
      *
       01 WS-REG-HEADER.
           05 FILLER                     PIC X(3) VALUE "HDR".
           05 RH-INSTITUTION-ID          PIC X(8).
           05 RH-RUN-DATE                PIC 9(7).
           05 RH-COVERAGE-LIMIT          PIC 9(9)V99.
           05 FILLER                     PIC X(51) VALUE SPACES.
       01 WS-REG-DETAIL.
           05 FILLER                     PIC X(3) VALUE "DTL".
           05 RD-CUST-NO                 PIC 9(9).
           05 RD-CATEGORY                PIC X(3).
           05 RD-REGION                  PIC X(2).
           05 RD-DEPOSITS                PIC 9(11)V99.
           05 RD-INSURED                 PIC 9(11)V99.
           05 RD-UNINSURED               PIC 9(11)V99.
           05 RD-ACCOUNT-COUNT           PIC 9(4).
           05 FILLER                     PIC X(20) VALUE SPACES.
       01 WS-REG-TRAILER.
           05 FILLER                     PIC X(3) VALUE "TRL".
           05 RT-RECORD-COUNT            PIC 9(7).
           05 RT-DEPOSITS                PIC 9(13)V99.
           05 RT-INSURED                 PIC 9(13)V99.
           05 RT-UNINSURED               PIC 9(13)V99.
           05 FILLER                     PIC X(25) VALUE SPACES.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       DEPINS01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "DEPINS01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-COVERAGE-CONTROL.
           PERFORM LOAD-OWNERSHIP-ROLES.
           PERFORM LOAD-CUSTOMERS.

           SORT SHARE-SORT-FILE
               ON ASCENDING KEY SS-CUST-NO SS-CATEGORY
               INPUT PROCEDURE IS RELEASE-DEPOSIT-SHARES
               OUTPUT PROCEDURE IS APPLY-COVERAGE-LIMITS.

           PERFORM PROVE-COVERAGE-TOTALS.

           DISPLAY "DEPINS01: ACCOUNTS=" WS-ACCOUNTS-READ
               " COVERED=" WS-ACCOUNTS-COVERED
               " DEPOSITOR LINES=" WS-DEPOSITOR-LINES.
           IF WS-CUSTOMERS-LEFT-OUT > 0
               DISPLAY "DEPINS01: LEFT OUT CUSTOMERS="
                   WS-CUSTOMERS-LEFT-OUT
           END-IF.

           MOVE WS-DEPOSITOR-LINES TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           MOVE WS-STEP-RETURN TO RETURN-CODE.
           GOBACK.

      ***************************************************************
      *  Coverage limit in whole currency units, then the
      *  institution identifier the regulator files us under.  No
      *  control record leaves the standard limit in force.
      ***************************************************************
       LOAD-COVERAGE-CONTROL.
           OPEN INPUT COVERAGE-CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               READ COVERAGE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-COVERAGE-LIMIT NUMERIC
                               AND CC-COVERAGE-LIMIT > 0
                           MOVE CC-COVERAGE-LIMIT
                               TO WS-COVERAGE-LIMIT
                       END-IF
                       MOVE CC-INSTITUTION-ID TO WS-INSTITUTION-ID
               END-READ
               CLOSE COVERAGE-CONTROL-FILE
           END-IF.

       LOAD-OWNERSHIP-ROLES.
           OPEN INPUT ACCOUNT-PARTY-FILE.
           IF WS-PARTY-FILE-STATUS = "00"
               PERFORM UNTIL WS-PARTY-FILE-STATUS = "10"
                   READ ACCOUNT-PARTY-FILE
                       AT END
                           MOVE "10" TO WS-PARTY-FILE-STATUS
                       NOT AT END
                           PERFORM TABLE-ONE-OWNERSHIP-ROLE
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-PARTY-FILE
           END-IF.

       TABLE-ONE-OWNERSHIP-ROLE.
           IF (AP-ROLE-JOINT OR AP-ROLE-TRUSTEE)
                   AND AP-START-DATE NOT > WS-RUN-CCYYDDD
                   AND (AP-ROLE-OPEN-ENDED
                       OR AP-END-DATE > WS-RUN-CCYYDDD)
               IF WS-PARTY-COUNT < 2000
                   ADD 1 TO WS-PARTY-COUNT
                   SET PT-IDX TO WS-PARTY-COUNT
                   MOVE AP-ACCT-NO TO WS-PTY-ACCT-NO (PT-IDX)
                   MOVE AP-CUST-NO TO WS-PTY-CUST-NO (PT-IDX)
                   MOVE AP-ROLE TO WS-PTY-ROLE (PT-IDX)
               ELSE
                   MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
                   MOVE "DEPINS01" TO ER-JOB-STEP
                   MOVE "DINP" TO ER-ERROR-CODE
                   MOVE "PARTY ROLES OVER 2000 - CATEGORY UNSURE"
                       TO ER-ERROR-TEXT
                   CALL "EXCPLOG01" USING WS-ERROR-RECORD
                   MOVE 8 TO WS-STEP-RETURN
               END-IF
           END-IF.

       LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           PERFORM TABLE-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF WS-CUSTOMERS-LEFT-OUT > 0
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "DEPINS01" TO ER-JOB-STEP
               MOVE "DINP" TO ER-ERROR-CODE
               MOVE "CUSTOMERS OVER 2000 - NAME/REGION UNSURE"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               MOVE 8 TO WS-STEP-RETURN
           END-IF.

      *    A depositor past the table is counted, not dropped
      *    silently; its lines carry no name and region ??.
       TABLE-ONE-CUSTOMER.
           IF WS-CUSTOMER-COUNT < 2000
               ADD 1 TO WS-CUSTOMER-COUNT
               SET CU-IDX TO WS-CUSTOMER-COUNT
               MOVE CN-CUST-NO TO WS-CUS-CUST-NO (CU-IDX)
               MOVE CN-CUST-NAME TO WS-CUS-NAME (CU-IDX)
               MOVE CN-REGION-CODE TO WS-CUS-REGION (CU-IDX)
           ELSE
               ADD 1 TO WS-CUSTOMERS-LEFT-OUT
           END-IF.

       RELEASE-DEPOSIT-SHARES.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-ACCOUNTS-READ
                           IF AM-DEPOSIT-ACCOUNT AND AM-BALANCE > 0
                               PERFORM RELEASE-ACCOUNT-SHARES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.

      ***************************************************************
      *  A trustee on the account makes it a trust account, insured
      *  to the owner as grantor; failing that a joint owner makes
      *  it joint, split evenly across the owner and every joint
      *  owner with the odd cent staying with the owner.
      ***************************************************************
       RELEASE-ACCOUNT-SHARES.
           ADD 1 TO WS-ACCOUNTS-COVERED.
           MOVE 1 TO WS-ACCOUNT-CATEGORY.
           MOVE 1 TO WS-JOINT-OWNERS.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PARTY-COUNT
               IF WS-PTY-ACCT-NO (PT-IDX) = AM-ACCT-NO
                   IF WS-PTY-ROLE (PT-IDX) = "T"
                       MOVE 3 TO WS-ACCOUNT-CATEGORY
                   END-IF
                   IF WS-PTY-ROLE (PT-IDX) = "J"
                           AND WS-PTY-CUST-NO (PT-IDX)
                               NOT = AM-CUST-NO
                       ADD 1 TO WS-JOINT-OWNERS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-JOINT-OWNERS > 1 AND NOT WS-CATEGORY-TRUST
               MOVE 2 TO WS-ACCOUNT-CATEGORY
           END-IF.
           MOVE AM-ACCT-NO TO SS-ACCT-NO.
           MOVE AM-PRODUCT-CODE TO SS-PRODUCT-CODE.
           MOVE WS-ACCOUNT-CATEGORY TO SS-CATEGORY.
           IF WS-CATEGORY-JOINT
               DIVIDE AM-BALANCE BY WS-JOINT-OWNERS
                   GIVING WS-EVEN-SHARE
               PERFORM VARYING PT-IDX FROM 1 BY 1
                       UNTIL PT-IDX > WS-PARTY-COUNT
                   IF WS-PTY-ACCT-NO (PT-IDX) = AM-ACCT-NO
                           AND WS-PTY-ROLE (PT-IDX) = "J"
                           AND WS-PTY-CUST-NO (PT-IDX)
                               NOT = AM-CUST-NO
                       MOVE WS-PTY-CUST-NO (PT-IDX) TO SS-CUST-NO
                       MOVE WS-EVEN-SHARE TO SS-SHARE-AMOUNT
                       PERFORM RELEASE-ONE-SHARE
                   END-IF
               END-PERFORM
               SUBTRACT 1 FROM WS-JOINT-OWNERS GIVING WS-OTHER-OWNERS
               MULTIPLY WS-EVEN-SHARE BY WS-OTHER-OWNERS
                   GIVING WS-JOINT-SHARES
               SUBTRACT WS-JOINT-SHARES FROM AM-BALANCE
                   GIVING SS-SHARE-AMOUNT
           ELSE
               MOVE AM-BALANCE TO SS-SHARE-AMOUNT
           END-IF.
           MOVE AM-CUST-NO TO SS-CUST-NO.
           PERFORM RELEASE-ONE-SHARE.

       RELEASE-ONE-SHARE.
           ADD 1 TO WS-SHARES-RELEASED.
           RELEASE SHARE-SORT-REC.

       APPLY-COVERAGE-LIMITS.
           OPEN OUTPUT COVERAGE-REPORT-FILE.
           OPEN OUTPUT REGULATOR-FILE.
           MOVE WS-COVERAGE-LIMIT TO WS-LIMIT-DISPLAY.
           MOVE SPACES TO COVERAGE-REPORT-REC.
           STRING "DEPOSIT INSURANCE COVERAGE  DATE " WS-RUN-CCYYDDD
                   "  INSTITUTION " WS-INSTITUTION-ID
                   "  LIMIT PER DEPOSITOR PER CATEGORY "
                   WS-LIMIT-DISPLAY
               DELIMITED BY SIZE INTO COVERAGE-REPORT-REC.
           WRITE COVERAGE-REPORT-REC.
           MOVE SPACES TO COVERAGE-REPORT-REC.
           STRING "  CUSTOMER  NAME                 CATEGORY RG"
                   "       DEPOSITS        INSURED      UNINSURED"
               DELIMITED BY SIZE INTO COVERAGE-REPORT-REC.
           WRITE COVERAGE-REPORT-REC.
           IF WS-CUSTOMERS-LEFT-OUT > 0
               MOVE SPACES TO COVERAGE-REPORT-REC
               STRING "  LEFT OUT - CUSTOMERS=" WS-CUSTOMERS-LEFT-OUT
                       " - NAMES AND REGIONS BELOW MAY BE MISSING"
                   DELIMITED BY SIZE INTO COVERAGE-REPORT-REC
               WRITE COVERAGE-REPORT-REC
           END-IF.
           MOVE WS-INSTITUTION-ID TO RH-INSTITUTION-ID.
           MOVE WS-RUN-CCYYDDD TO RH-RUN-DATE.
           MOVE WS-COVERAGE-LIMIT TO RH-COVERAGE-LIMIT.
           WRITE REGULATOR-REC FROM WS-REG-HEADER.

           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN SHARE-SORT-FILE
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       PERFORM TAKE-ONE-SHARE
               END-RETURN
           END-PERFORM.
           IF WS-GROUP-IN-PROGRESS
               PERFORM CLOSE-DEPOSITOR-GROUP
           END-IF.

           PERFORM WRITE-PRODUCT-TOTALS.
           PERFORM WRITE-REGION-TOTALS.
           MOVE WS-GRAND-DEPOSITS TO WS-AMOUNT-DISPLAY-1.
           MOVE WS-GRAND-INSURED TO WS-AMOUNT-DISPLAY-2.
           MOVE WS-GRAND-UNINSURED TO WS-AMOUNT-DISPLAY-3.
           MOVE SPACES TO COVERAGE-REPORT-REC.
           STRING "TOTAL DEPOSITORS=" WS-DEPOSITOR-LINES
                   " DEPOSITS=" WS-AMOUNT-DISPLAY-1
                   " INSURED=" WS-AMOUNT-DISPLAY-2
                   " UNINSURED=" WS-AMOUNT-DISPLAY-3
               DELIMITED BY SIZE INTO COVERAGE-REPORT-REC.
           WRITE COVERAGE-REPORT-REC.

           MOVE WS-DEPOSITOR-LINES TO RT-RECORD-COUNT.
           MOVE WS-GRAND-DEPOSITS TO RT-DEPOSITS.
           MOVE WS-GRAND-INSURED TO RT-INSURED.
           MOVE WS-GRAND-UNINSURED TO RT-UNINSURED.
           WRITE REGULATOR-REC FROM WS-REG-TRAILER.
           CLOSE COVERAGE-REPORT-FILE.
           CLOSE REGULATOR-FILE.

       TAKE-ONE-SHARE.
           IF WS-GROUP-IN-PROGRESS
               IF SS-CUST-NO NOT = WS-GRP-CUST-NO
                       OR SS-CATEGORY NOT = WS-GRP-CATEGORY
                   PERFORM CLOSE-DEPOSITOR-GROUP
               END-IF
           END-IF.
           IF NOT WS-GROUP-IN-PROGRESS
               MOVE "Y" TO WS-GROUP-OPEN
               MOVE "N" TO WS-GROUP-OVERFLOW
               MOVE SS-CUST-NO TO WS-GRP-CUST-NO
               MOVE SS-CATEGORY TO WS-GRP-CATEGORY
               MOVE 0 TO WS-GRP-TOTAL
               MOVE 0 TO WS-GRP-COUNT
           END-IF.
           ADD SS-SHARE-AMOUNT TO WS-GRP-TOTAL.
           IF WS-GRP-COUNT < 1000
               ADD 1 TO WS-GRP-COUNT
               SET GR-IDX TO WS-GRP-COUNT
               MOVE SS-PRODUCT-CODE TO WS-GRP-PRODUCT (GR-IDX)
               MOVE SS-SHARE-AMOUNT TO WS-GRP-AMOUNT (GR-IDX)
           ELSE
               MOVE "Y" TO WS-GROUP-OVERFLOW
           END-IF.

      ***************************************************************
      *  The limit applies once per depositor per category.  The
      *  insured amount goes back over the group's accounts in
      *  proportion to each share, the last share taking whatever
      *  rounding left, so the product totals lose no cent.
      ***************************************************************
       CLOSE-DEPOSITOR-GROUP.
           MOVE "N" TO WS-GROUP-OPEN.
           IF WS-GRP-TOTAL > WS-COVERAGE-LIMIT
               MOVE WS-COVERAGE-LIMIT TO WS-GRP-INSURED
           ELSE
               MOVE WS-GRP-TOTAL TO WS-GRP-INSURED
           END-IF.
           COMPUTE WS-GRP-UNINSURED = WS-GRP-TOTAL - WS-GRP-INSURED.
           IF WS-GROUP-OVERFLOWED
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "DEPINS01" TO ER-JOB-STEP
               MOVE "DINP" TO ER-ERROR-CODE
               MOVE "DEPOSITOR OVER 1000 ACCTS IN A CATEGORY"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               MOVE 8 TO WS-STEP-RETURN
           END-IF.
           MOVE 0 TO WS-GRP-ALLOCATED.
           PERFORM VARYING GR-IDX FROM 1 BY 1
                   UNTIL GR-IDX > WS-GRP-COUNT
               IF GR-IDX = WS-GRP-COUNT
                   COMPUTE WS-SHARE-INSURED =
                       WS-GRP-INSURED - WS-GRP-ALLOCATED
               ELSE
                   COMPUTE WS-SHARE-INSURED ROUNDED =
                       WS-GRP-AMOUNT (GR-IDX) * WS-GRP-INSURED
                           / WS-GRP-TOTAL
               END-IF
               ADD WS-SHARE-INSURED TO WS-GRP-ALLOCATED
               COMPUTE WS-SHARE-UNINSURED =
                   WS-GRP-AMOUNT (GR-IDX) - WS-SHARE-INSURED
               PERFORM ADD-TO-PRODUCT-TOTALS
           END-PERFORM.

           PERFORM FIND-GROUP-CUSTOMER.
           PERFORM ADD-TO-REGION-TOTALS.
           ADD 1 TO WS-DEPOSITOR-LINES.
           ADD WS-GRP-TOTAL TO WS-GRAND-DEPOSITS.
           ADD WS-GRP-INSURED TO WS-GRAND-INSURED.
           ADD WS-GRP-UNINSURED TO WS-GRAND-UNINSURED.

           MOVE WS-GRP-TOTAL TO WS-AMOUNT-DISPLAY-1.
           MOVE WS-GRP-INSURED TO WS-AMOUNT-DISPLAY-2.
           MOVE WS-GRP-UNINSURED TO WS-AMOUNT-DISPLAY-3.
           MOVE SPACES TO COVERAGE-REPORT-REC.
           STRING "  " WS-GRP-CUST-NO " " WS-GROUP-NAME
                   " " WS-CATEGORY-NAME (WS-GRP-CATEGORY)
                   "   " WS-GROUP-REGION
                   " " WS-AMOUNT-DISPLAY-1
                   " " WS-AMOUNT-DISPLAY-2
                   " " WS-AMOUNT-DISPLAY-3
               DELIMITED BY SIZE INTO COVERAGE-REPORT-REC.
           WRITE COVERAGE-REPORT-REC.

           MOVE WS-GRP-CUST-NO TO RD-CUST-NO.
           MOVE WS-CATEGORY-CODE (WS-GRP-CATEGORY) TO RD-CATEGORY.
           MOVE WS-GROUP-REGION TO RD-REGION.
           MOVE WS-GRP-TOTAL TO RD-DEPOSITS.
           MOVE WS-GRP-INSURED TO RD-INSURED.
           MOVE WS-GRP-UNINSURED TO RD-UNINSURED.
           MOVE WS-GRP-COUNT TO RD-ACCOUNT-COUNT.
           WRITE REGULATOR-REC FROM WS-REG-DETAIL.

      *    A depositor not on the customer master - a joint owner
      *    keyed before their own record - still counts, under ??.
       FIND-GROUP-CUSTOMER.
           MOVE SPACES TO WS-GROUP-NAME.
           MOVE "??" TO WS-GROUP-REGION.
           MOVE "N" TO WS-SLOT-FOUND.
           PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > WS-CUSTOMER-COUNT
                       OR WS-SLOT-WAS-FOUND
               IF WS-CUS-CUST-NO (CU-IDX) = WS-GRP-CUST-NO
                   MOVE "Y" TO WS-SLOT-FOUND
                   MOVE WS-CUS-NAME (CU-IDX) TO WS-GROUP-NAME
                   IF WS-CUS-REGION (CU-IDX) NOT = SPACES
                       MOVE WS-CUS-REGION (CU-IDX)
                           TO WS-GROUP-REGION
                   END-IF
               END-IF
           END-PERFORM.

       ADD-TO-PRODUCT-TOTALS.
           MOVE "N" TO WS-SLOT-FOUND.
           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > WS-PRODUCT-COUNT
                       OR WS-SLOT-WAS-FOUND
               IF WS-PRD-CODE (PR-IDX) = WS-GRP-PRODUCT (GR-IDX)
                   MOVE "Y" TO WS-SLOT-FOUND
               END-IF
           END-PERFORM.
           IF WS-SLOT-WAS-FOUND
               SET PR-IDX DOWN BY 1
           ELSE
               IF WS-PRODUCT-COUNT < 50
                   ADD 1 TO WS-PRODUCT-COUNT
                   SET PR-IDX TO WS-PRODUCT-COUNT
                   MOVE WS-GRP-PRODUCT (GR-IDX) TO WS-PRD-CODE (PR-IDX)
                   MOVE 0 TO WS-PRD-DEPOSITS (PR-IDX)
                   MOVE 0 TO WS-PRD-INSURED (PR-IDX)
                   MOVE 0 TO WS-PRD-UNINSURED (PR-IDX)
                   MOVE "Y" TO WS-SLOT-FOUND
               END-IF
           END-IF.
           IF WS-SLOT-WAS-FOUND
               ADD WS-GRP-AMOUNT (GR-IDX) TO WS-PRD-DEPOSITS (PR-IDX)
               ADD WS-SHARE-INSURED TO WS-PRD-INSURED (PR-IDX)
               ADD WS-SHARE-UNINSURED TO WS-PRD-UNINSURED (PR-IDX)
           END-IF.

       ADD-TO-REGION-TOTALS.
           MOVE "N" TO WS-SLOT-FOUND.
           PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > WS-REGION-COUNT
                       OR WS-SLOT-WAS-FOUND
               IF WS-RGN-CODE (RG-IDX) = WS-GROUP-REGION
                   MOVE "Y" TO WS-SLOT-FOUND
               END-IF
           END-PERFORM.
           IF WS-SLOT-WAS-FOUND
               SET RG-IDX DOWN BY 1
           ELSE
               IF WS-REGION-COUNT < 50
                   ADD 1 TO WS-REGION-COUNT
                   SET RG-IDX TO WS-REGION-COUNT
                   MOVE WS-GROUP-REGION TO WS-RGN-CODE (RG-IDX)
                   MOVE 0 TO WS-RGN-DEPOSITORS (RG-IDX)
                   MOVE 0 TO WS-RGN-DEPOSITS (RG-IDX)
                   MOVE 0 TO WS-RGN-INSURED (RG-IDX)
                   MOVE 0 TO WS-RGN-UNINSURED (RG-IDX)
                   MOVE "Y" TO WS-SLOT-FOUND
               END-IF
           END-IF.
           IF WS-SLOT-WAS-FOUND
               ADD 1 TO WS-RGN-DEPOSITORS (RG-IDX)
               ADD WS-GRP-TOTAL TO WS-RGN-DEPOSITS (RG-IDX)
               ADD WS-GRP-INSURED TO WS-RGN-INSURED (RG-IDX)
               ADD WS-GRP-UNINSURED TO WS-RGN-UNINSURED (RG-IDX)
           END-IF.

       WRITE-PRODUCT-TOTALS.
           MOVE SPACES TO COVERAGE-REPORT-REC.
           MOVE "TOTALS BY PRODUCT" TO COVERAGE-REPORT-REC.
           WRITE COVERAGE-REPORT-REC.
           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > WS-PRODUCT-COUNT
               MOVE WS-PRD-DEPOSITS (PR-IDX) TO WS-AMOUNT-DISPLAY-1
               MOVE WS-PRD-INSURED (PR-IDX) TO WS-AMOUNT-DISPLAY-2
               MOVE WS-PRD-UNINSURED (PR-IDX) TO WS-AMOUNT-DISPLAY-3
               MOVE SPACES TO COVERAGE-REPORT-REC
               STRING "  PRODUCT " WS-PRD-CODE (PR-IDX)
                       " DEPOSITS=" WS-AMOUNT-DISPLAY-1
                       " INSURED=" WS-AMOUNT-DISPLAY-2
                       " UNINSURED=" WS-AMOUNT-DISPLAY-3
                   DELIMITED BY SIZE INTO COVERAGE-REPORT-REC
               WRITE COVERAGE-REPORT-REC
           END-PERFORM.

       WRITE-REGION-TOTALS.
           MOVE SPACES TO COVERAGE-REPORT-REC.
           MOVE "TOTALS BY REGION" TO COVERAGE-REPORT-REC.
           WRITE COVERAGE-REPORT-REC.
           PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > WS-REGION-COUNT
               MOVE WS-RGN-DEPOSITS (RG-IDX) TO WS-AMOUNT-DISPLAY-1
               MOVE WS-RGN-INSURED (RG-IDX) TO WS-AMOUNT-DISPLAY-2
               MOVE WS-RGN-UNINSURED (RG-IDX) TO WS-AMOUNT-DISPLAY-3
               MOVE SPACES TO COVERAGE-REPORT-REC
               STRING "  REGION " WS-RGN-CODE (RG-IDX)
                       " DEPOSITORS=" WS-RGN-DEPOSITORS (RG-IDX)
                       " DEPOSITS=" WS-AMOUNT-DISPLAY-1
                       " INSURED=" WS-AMOUNT-DISPLAY-2
                       " UNINSURED=" WS-AMOUNT-DISPLAY-3
                   DELIMITED BY SIZE INTO COVERAGE-REPORT-REC
               WRITE COVERAGE-REPORT-REC
           END-PERFORM.

      ***************************************************************
      *  Product and region totals must each re-add to the grand
      *  totals the regulator's trailer carries; a product or
      *  region that fell out of the tables fails the run.
      ***************************************************************
       PROVE-COVERAGE-TOTALS.
           MOVE 0 TO WS-PROOF-DEPOSITS.
           MOVE 0 TO WS-PROOF-INSURED.
           MOVE 0 TO WS-PROOF-UNINSURED.
           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > WS-PRODUCT-COUNT
               ADD WS-PRD-DEPOSITS (PR-IDX) TO WS-PROOF-DEPOSITS
               ADD WS-PRD-INSURED (PR-IDX) TO WS-PROOF-INSURED
               ADD WS-PRD-UNINSURED (PR-IDX) TO WS-PROOF-UNINSURED
           END-PERFORM.
           IF WS-PROOF-DEPOSITS NOT = WS-GRAND-DEPOSITS
                   OR WS-PROOF-INSURED NOT = WS-GRAND-INSURED
                   OR WS-PROOF-UNINSURED NOT = WS-GRAND-UNINSURED
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "DEPINS01" TO ER-JOB-STEP
               MOVE "DINP" TO ER-ERROR-CODE
               MOVE "PRODUCT TOTALS DO NOT RE-ADD TO GRAND"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               MOVE 8 TO WS-STEP-RETURN
           END-IF.
           MOVE 0 TO WS-PROOF-DEPOSITS.
           MOVE 0 TO WS-PROOF-INSURED.
           MOVE 0 TO WS-PROOF-UNINSURED.
           PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > WS-REGION-COUNT
               ADD WS-RGN-DEPOSITS (RG-IDX) TO WS-PROOF-DEPOSITS
               ADD WS-RGN-INSURED (RG-IDX) TO WS-PROOF-INSURED
               ADD WS-RGN-UNINSURED (RG-IDX) TO WS-PROOF-UNINSURED
           END-PERFORM.
           IF WS-PROOF-DEPOSITS NOT = WS-GRAND-DEPOSITS
                   OR WS-PROOF-INSURED NOT = WS-GRAND-INSURED
                   OR WS-PROOF-UNINSURED NOT = WS-GRAND-UNINSURED
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "DEPINS01" TO ER-JOB-STEP
               MOVE "DINP" TO ER-ERROR-CODE
               MOVE "REGION TOTALS DO NOT RE-ADD TO GRAND"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               MOVE 8 TO WS-STEP-RETURN
           END-IF.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "DEPINS01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
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
       END PROGRAM DEPINS01.
