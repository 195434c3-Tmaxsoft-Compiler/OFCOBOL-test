       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTCHK01.
      ***************************************************************
      *  INTCHK01 - weekly cross-file referential integrity check.
      *  Every file that carries a customer or account number is a
      *  promise that the number means something on the masters,
      *  and the programs that maintain those files only ever
      *  check the promise on the way in.  A merge, a closure, or
      *  a purge that misses one of them leaves a record pointing
      *  at nothing, and nobody finds out until something tries to
      *  post to it.  This job walks every foreign key against the
      *  customer and account masters:
      *    account master    owner on the customer master;
      *    holdings          customer on the master;
      *    standing orders   customer on the master, and the
      *                      account the order posts to (the one
      *                      it names, or the default account) on
      *                      the account master, owned by the same
      *                      customer and still open - live orders
      *                      only, an ended order points nowhere;
      *    warehouse         the FUTREL01 future-dated items, the
      *                      same customer and account rules;
      *    legal holds       counsel's list, matched the LGLHLD01
      *                      way on the full nine digits or the
      *                      low-order six;
      *    suspense          the POSTAP01 items, keyed on the low
      *                      six digits of the customer number,
      *                      to a customer who still has an open
      *                      account to clear them to;
      *    delivery prefs    customer on the master;
      *    correspondence    customer on the master.
      *  Each orphan gets one report line with the corrective
      *  transaction the owning desk should key.  A number CUSMRG01
      *  retired is followed down the merge tombstones to its
      *  survivor, so the correction re-keys to the survivor
      *  instead of deleting the record.  Each relationship's
      *  orphan count goes to DQMET01 under this job's name, with
      *  the total, so DQTRND01 shows a week that broke more links
      *  than usual; any orphan at all is raised as RINT.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT TOMBSTONE-FILE
               ASSIGN TO "data/merge_tombstones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOMBSTONE-FILE-STATUS.
           SELECT HOLDINGS-FILE
               ASSIGN TO "data/product_holdings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDINGS-FILE-STATUS.
           SELECT STANDING-ORDER-FILE
               ASSIGN TO "data/standing_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.
           SELECT WAREHOUSE-FILE
               ASSIGN TO "data/txn_warehouse.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-FILE-STATUS.
           SELECT LEGAL-HOLD-FILE
               ASSIGN TO "data/legal_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO "data/suspense_adjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
           SELECT DELIVERY-PREF-FILE
               ASSIGN TO "data/delivery_prefs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-FILE-STATUS.
           SELECT CORRESPONDENCE-HISTORY-FILE
               ASSIGN TO "data/correspondence_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT INTEGRITY-REPORT-FILE
               ASSIGN TO "data/integrity_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  TOMBSTONE-FILE.
       01  TOMBSTONE-REC.
           02 TB-MERGE-DATE              PIC 9(7).
           02 FILLER                     PIC X(1).
           02 TB-MERGED-NO               PIC 9(9).
           02 FILLER                     PIC X(5).
           02 TB-SURVIVOR-NO             PIC 9(9).
           02 FILLER                     PIC X(9).

       FD  HOLDINGS-FILE.
       01  HOLDINGS-REC.
           02 PH-CUST-NO                 PIC 9(9).
           02 PH-PROD-KEY                PIC 9(4).

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
           02 WH-AMOUNT                  PIC 9(7)V99.
           02 WH-VALUE-DATE              PIC X(7).
           02 WH-ORIG-ENTRY              PIC X(13).
           02 WH-ACCT-NO                 PIC X(10).
           02 WH-TRACE-ID                PIC X(13).
           02 WH-ADJUST-CODE             PIC X(1).
           02 WH-PARTNER-ID              PIC X(8).
           02 WH-CURRENCY-CODE           PIC X(3).

       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-REC.
           02 LG-CUST-NO                 PIC 9(9).
           02 LG-HOLD-REF                PIC X(10).
           02 LG-PLACED-DATE             PIC 9(7).

       FD  SUSPENSE-FILE.
       COPY WSSUSPEN.

       FD  DELIVERY-PREF-FILE.
       01  DELIVERY-PREF-REC.
           02 DP-CUST-NO                 PIC 9(9).
           02 DP-PREFERENCE              PIC X(1).
           02 DP-ENROLL-DATE             PIC 9(7).

       FD  CORRESPONDENCE-HISTORY-FILE.
       01  CORRESPONDENCE-HISTORY-REC.
           02 CH-CUST-NO                 PIC 9(9).
           02 CH-CORR-TYPE               PIC X(8).
           02 CH-RUN-DATE                PIC 9(7).
           02 CH-CHANNEL                 PIC X(1).

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-REC          PIC X(112).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-TOMBSTONE-FILE-STATUS       PIC XX.
       01 WS-HOLDINGS-FILE-STATUS        PIC XX.
       01 WS-ORDER-FILE-STATUS           PIC XX.
       01 WS-WAREHOUSE-FILE-STATUS       PIC XX.
       01 WS-HOLD-FILE-STATUS            PIC XX.
       01 WS-SUSPENSE-FILE-STATUS        PIC XX.
       01 WS-PREF-FILE-STATUS            PIC XX.
       01 WS-HISTORY-FILE-STATUS         PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
      *
      *  Customers in master order and accounts in account order,
      *  for SEARCH ALL, the PRFRPT01 way; each customer carries a
      *  count of its open accounts for the suspense rule.
      *
       01 WS-LAST-CUST-NO                PIC 9(9) VALUE 0.
       01 WS-LAST-ACCT-NO                PIC 9(10) VALUE 0.
       01 WS-CUSTOMER-COUNT              PIC 9(7) VALUE 0.
       01 WS-CUSTOMER-TABLE.
           05 WS-CU-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-CUSTOMER-COUNT
                   ASCENDING KEY IS WS-CU-CUST-NO
                   INDEXED BY CU-IDX.
               10 WS-CU-CUST-NO          PIC 9(9).
               10 WS-CU-OPEN-ACCOUNTS    PIC 9(3).
       01 WS-ACCOUNT-COUNT               PIC 9(7) VALUE 0.
       01 WS-ACCOUNT-TABLE.
           05 WS-AC-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-ACCOUNT-COUNT
                   ASCENDING KEY IS WS-AC-ACCT-NO
                   INDEXED BY AC-IDX.
               10 WS-AC-ACCT-NO          PIC 9(10).
               10 WS-AC-CUST-NO          PIC 9(9).
               10 WS-AC-CLOSED-DATE      PIC 9(7).
       01 WS-TOMBSTONE-TABLE.
           05 WS-TOMBSTONE-COUNT         PIC 9(4) VALUE 0.
           05 WS-TOMBSTONE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY TB-IDX.
               10 WS-TB-MERGED-NO        PIC 9(9).
               10 WS-TB-SURVIVOR-NO      PIC 9(9).
       01 WS-CUSTOMERS-LEFT-OUT          PIC 9(7) VALUE 0.
       01 WS-ACCOUNTS-LEFT-OUT           PIC 9(7) VALUE 0.
       01 WS-TOMBSTONES-LEFT-OUT         PIC 9(7) VALUE 0.
      *
      *  Lookup work areas.
      *
       01 WS-LOOKUP-CUST-NO              PIC 9(9).
       01 WS-LOOKUP-ACCT-NO              PIC 9(10).
       01 WS-LOOKUP-LOW-NO               PIC 9(6).
       01 WS-CUST-FOUND                  PIC X(1).
       01 WS-ACCT-FOUND                  PIC X(1).
       01 WS-SURVIVOR-NO                 PIC 9(9).
       01 WS-SURVIVOR-FOUND              PIC X(1).
       01 WS-TOMBSTONE-HOPS              PIC 9(2).
       01 WS-OPEN-ACCOUNTS               PIC 9(3).
       01 WS-LOW-CUST-NO                 PIC 9(6).
       01 WS-HOP-TAKEN                   PIC X(1).
       01 WS-LOW-MATCH                   PIC X(1).
       01 WS-DAY-BEFORE-RUN              PIC 9(7).
      *
      *  One orphan, as it goes to the report.
      *
       01 WS-ORPHAN-LINE.
           05 WS-OL-RELATION             PIC X(12).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-OL-KEY                  PIC X(26).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-OL-PROBLEM              PIC X(26).
           05 FILLER                     PIC X(1) VALUE SPACE.
           05 WS-OL-CORRECTION           PIC X(45).
      *
      *  Records read and orphans found, per relationship.
      *
       01 WS-ACCOUNTS-READ               PIC 9(7) VALUE 0.
       01 WS-HOLDINGS-READ               PIC 9(7) VALUE 0.
       01 WS-ORDERS-READ                 PIC 9(7) VALUE 0.
       01 WS-ITEMS-READ                  PIC 9(7) VALUE 0.
       01 WS-HOLDS-READ                  PIC 9(7) VALUE 0.
       01 WS-SUSPENSE-READ               PIC 9(7) VALUE 0.
       01 WS-PREFS-READ                  PIC 9(7) VALUE 0.
       01 WS-HISTORY-READ                PIC 9(7) VALUE 0.
       01 WS-ACCOUNT-ORPHANS             PIC 9(5) VALUE 0.
       01 WS-HOLDING-ORPHANS             PIC 9(5) VALUE 0.
       01 WS-ORDER-ORPHANS               PIC 9(5) VALUE 0.
       01 WS-ITEM-ORPHANS                PIC 9(5) VALUE 0.
       01 WS-HOLD-ORPHANS                PIC 9(5) VALUE 0.
       01 WS-SUSPENSE-ORPHANS            PIC 9(5) VALUE 0.
       01 WS-PREF-ORPHANS                PIC 9(5) VALUE 0.
       01 WS-HISTORY-ORPHANS             PIC 9(5) VALUE 0.
       01 WS-TOTAL-ORPHANS               PIC 9(5) VALUE 0.
       01 WS-SECTION-ORPHANS             PIC 9(5).
       01 WS-SECTION-READ                PIC 9(7).
       01 WS-SECTION-NAME                PIC X(12).
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSDQMET.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       INTCHK01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "INTCHK01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           COMPUTE WS-DAY-BEFORE-RUN = FUNCTION DAY-OF-INTEGER
               (FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD) - 1).

           PERFORM LOAD-CUSTOMERS.
           PERFORM LOAD-ACCOUNTS.
           PERFORM LOAD-TOMBSTONES.

           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           MOVE SPACES TO INTEGRITY-REPORT-REC.
           STRING "REFERENTIAL INTEGRITY CHECK  DATE " WS-RUN-CCYYDDD
                   "  CUSTOMERS=" WS-CUSTOMER-COUNT
                   " ACCOUNTS=" WS-ACCOUNT-COUNT
                   " TOMBSTONES=" WS-TOMBSTONE-COUNT
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-REC.
           WRITE INTEGRITY-REPORT-REC.
           IF WS-CUSTOMERS-LEFT-OUT + WS-ACCOUNTS-LEFT-OUT
                   + WS-TOMBSTONES-LEFT-OUT > 0
               MOVE SPACES TO INTEGRITY-REPORT-REC
               STRING "  LEFT OUT - CUSTOMERS=" WS-CUSTOMERS-LEFT-OUT
                       " ACCOUNTS=" WS-ACCOUNTS-LEFT-OUT
                       " TOMBSTONES=" WS-TOMBSTONES-LEFT-OUT
                       " - ORPHANS BELOW MAY BE OVERSTATED"
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-REC
               WRITE INTEGRITY-REPORT-REC
           END-IF.
           MOVE SPACES TO WS-ORPHAN-LINE.
           MOVE "RELATION" TO WS-OL-RELATION.
           MOVE "KEY" TO WS-OL-KEY.
           MOVE "PROBLEM" TO WS-OL-PROBLEM.
           MOVE "SUGGESTED CORRECTION" TO WS-OL-CORRECTION.
           PERFORM WRITE-ORPHAN-LINE.

           PERFORM CHECK-ACCOUNT-OWNERS.
           PERFORM CHECK-HOLDINGS.
           PERFORM CHECK-STANDING-ORDERS.
           PERFORM CHECK-WAREHOUSE.
           PERFORM CHECK-LEGAL-HOLDS.
           PERFORM CHECK-SUSPENSE.
           PERFORM CHECK-DELIVERY-PREFS.
           PERFORM CHECK-CORRESPONDENCE.

           COMPUTE WS-TOTAL-ORPHANS =
               WS-ACCOUNT-ORPHANS + WS-HOLDING-ORPHANS
               + WS-ORDER-ORPHANS + WS-ITEM-ORPHANS
               + WS-HOLD-ORPHANS + WS-SUSPENSE-ORPHANS
               + WS-PREF-ORPHANS + WS-HISTORY-ORPHANS.
           PERFORM WRITE-INTEGRITY-TOTALS.
           CLOSE INTEGRITY-REPORT-FILE.

           PERFORM POST-QUALITY-METRICS.

           IF WS-TOTAL-ORPHANS > 0
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "INTCHK01" TO ER-JOB-STEP
               MOVE "RINT" TO ER-ERROR-CODE
               MOVE SPACES TO ER-ERROR-TEXT
               STRING "REFERENTIAL INTEGRITY ORPHANS="
                       WS-TOTAL-ORPHANS
                   DELIMITED BY SIZE INTO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
           END-IF.

           DISPLAY "INTCHK01: ACCOUNTS=" WS-ACCOUNT-ORPHANS
               " HOLDINGS=" WS-HOLDING-ORPHANS
               " ORDERS=" WS-ORDER-ORPHANS
               " WAREHOUSE=" WS-ITEM-ORPHANS
               " LEGAL HOLDS=" WS-HOLD-ORPHANS
               " SUSPENSE=" WS-SUSPENSE-ORPHANS
               " PREFS=" WS-PREF-ORPHANS
               " HISTORY=" WS-HISTORY-ORPHANS
               " TOTAL ORPHANS=" WS-TOTAL-ORPHANS.

           MOVE WS-TOTAL-ORPHANS TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           GOBACK.

      ***************************************************************
      *  A customer or account out of master order cannot be found
      *  by SEARCH ALL and is left out; the report says so, since
      *  every record pointing at it will show as an orphan.
      ***************************************************************
       LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       LOAD-ONE-CUSTOMER.
           IF CN-CUST-NO NOT > WS-LAST-CUST-NO
                   OR WS-CUSTOMER-COUNT = 20000
               ADD 1 TO WS-CUSTOMERS-LEFT-OUT
               EXIT PARAGRAPH
           END-IF.
           MOVE CN-CUST-NO TO WS-LAST-CUST-NO.
           ADD 1 TO WS-CUSTOMER-COUNT.
           SET CU-IDX TO WS-CUSTOMER-COUNT.
           MOVE CN-CUST-NO TO WS-CU-CUST-NO (CU-IDX).
           MOVE 0 TO WS-CU-OPEN-ACCOUNTS (CU-IDX).

       LOAD-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       LOAD-ONE-ACCOUNT.
           IF AM-ACCT-NO NOT > WS-LAST-ACCT-NO
                   OR WS-ACCOUNT-COUNT = 50000
               ADD 1 TO WS-ACCOUNTS-LEFT-OUT
               EXIT PARAGRAPH
           END-IF.
           MOVE AM-ACCT-NO TO WS-LAST-ACCT-NO.
           ADD 1 TO WS-ACCOUNT-COUNT.
           SET AC-IDX TO WS-ACCOUNT-COUNT.
           MOVE AM-ACCT-NO TO WS-AC-ACCT-NO (AC-IDX).
           MOVE AM-CUST-NO TO WS-AC-CUST-NO (AC-IDX).
           MOVE AM-CLOSED-DATE TO WS-AC-CLOSED-DATE (AC-IDX).
           IF AM-ACCOUNT-OPEN
               MOVE AM-CUST-NO TO WS-LOOKUP-CUST-NO
               PERFORM FIND-CUSTOMER
               IF WS-CUST-FOUND = "Y"
                       AND WS-CU-OPEN-ACCOUNTS (CU-IDX) < 999
                   ADD 1 TO WS-CU-OPEN-ACCOUNTS (CU-IDX)
               END-IF
           END-IF.

      ***************************************************************
      *  CUSMRG01 leaves "CCYYDDD merged SEE survivor" behind for
      *  every number it retires.
      ***************************************************************
       LOAD-TOMBSTONES.
           OPEN INPUT TOMBSTONE-FILE.
           IF WS-TOMBSTONE-FILE-STATUS = "00"
               PERFORM UNTIL WS-TOMBSTONE-FILE-STATUS = "10"
                   READ TOMBSTONE-FILE
                       AT END
                           MOVE "10" TO WS-TOMBSTONE-FILE-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-TOMBSTONE
                   END-READ
               END-PERFORM
               CLOSE TOMBSTONE-FILE
           END-IF.

       LOAD-ONE-TOMBSTONE.
           IF TB-MERGED-NO NOT NUMERIC
                   OR TB-SURVIVOR-NO NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WS-TOMBSTONE-COUNT = 5000
               ADD 1 TO WS-TOMBSTONES-LEFT-OUT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOMBSTONE-COUNT.
           SET TB-IDX TO WS-TOMBSTONE-COUNT.
           MOVE TB-MERGED-NO TO WS-TB-MERGED-NO (TB-IDX).
           MOVE TB-SURVIVOR-NO TO WS-TB-SURVIVOR-NO (TB-IDX).

      ***************************************************************
      *  Lookups.  FIND-SURVIVOR follows a retired number down the
      *  tombstones - a survivor can itself be merged later - and
      *  answers only with a survivor still on the master.
      ***************************************************************
       FIND-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND.
           IF WS-CUSTOMER-COUNT > 0
               SEARCH ALL WS-CU-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CU-CUST-NO (CU-IDX) = WS-LOOKUP-CUST-NO
                       MOVE "Y" TO WS-CUST-FOUND
               END-SEARCH
           END-IF.

       FIND-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND.
           IF WS-ACCOUNT-COUNT > 0
               SEARCH ALL WS-AC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AC-ACCT-NO (AC-IDX) = WS-LOOKUP-ACCT-NO
                       MOVE "Y" TO WS-ACCT-FOUND
               END-SEARCH
           END-IF.

       FIND-SURVIVOR.
           MOVE "N" TO WS-SURVIVOR-FOUND.
           MOVE WS-LOOKUP-CUST-NO TO WS-SURVIVOR-NO.
           MOVE 0 TO WS-TOMBSTONE-HOPS.
           MOVE "Y" TO WS-HOP-TAKEN.
           PERFORM UNTIL WS-HOP-TAKEN = "N"
                   OR WS-TOMBSTONE-HOPS >= 10
               MOVE "N" TO WS-HOP-TAKEN
               PERFORM VARYING TB-IDX FROM 1 BY 1
                       UNTIL TB-IDX > WS-TOMBSTONE-COUNT
                           OR WS-HOP-TAKEN = "Y"
                   IF WS-TB-MERGED-NO (TB-IDX) = WS-SURVIVOR-NO
                       MOVE WS-TB-SURVIVOR-NO (TB-IDX)
                           TO WS-SURVIVOR-NO
                       MOVE "Y" TO WS-HOP-TAKEN
                       ADD 1 TO WS-TOMBSTONE-HOPS
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-SURVIVOR-NO NOT = WS-LOOKUP-CUST-NO
               MOVE WS-SURVIVOR-NO TO WS-LOOKUP-CUST-NO
               PERFORM FIND-CUSTOMER
               IF WS-CUST-FOUND = "Y"
                   MOVE "Y" TO WS-SURVIVOR-FOUND
               END-IF
           END-IF.

      *    The low-order six digits POSTAP01 keys suspense on, and
      *    LGLHLD01 accepts on the hold list, answered by a walk of
      *    the customer table.
       FIND-CUSTOMER-BY-LOW-NO.
           MOVE "N" TO WS-CUST-FOUND.
           MOVE 0 TO WS-OPEN-ACCOUNTS.
           PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > WS-CUSTOMER-COUNT
               MOVE WS-CU-CUST-NO (CU-IDX) (4:6) TO WS-LOW-CUST-NO
               IF WS-LOW-CUST-NO = WS-LOOKUP-LOW-NO
                   MOVE "Y" TO WS-CUST-FOUND
                   ADD WS-CU-OPEN-ACCOUNTS (CU-IDX)
                       TO WS-OPEN-ACCOUNTS
               END-IF
           END-PERFORM.

      *    Low six digits of a retired number, answered with its
      *    survivor the same way.
       FIND-SURVIVOR-BY-LOW-NO.
           MOVE "N" TO WS-SURVIVOR-FOUND.
           MOVE "N" TO WS-LOW-MATCH.
           PERFORM VARYING TB-IDX FROM 1 BY 1
                   UNTIL TB-IDX > WS-TOMBSTONE-COUNT
                       OR WS-LOW-MATCH = "Y"
               MOVE WS-TB-MERGED-NO (TB-IDX) (4:6) TO WS-LOW-CUST-NO
               IF WS-LOW-CUST-NO = WS-LOOKUP-LOW-NO
                   MOVE WS-TB-MERGED-NO (TB-IDX) TO WS-LOOKUP-CUST-NO
                   MOVE "Y" TO WS-LOW-MATCH
               END-IF
           END-PERFORM.
           IF WS-LOW-MATCH = "Y"
               PERFORM FIND-SURVIVOR
           END-IF.

      ***************************************************************
      *  Account master: every account, open or closed, needs an
      *  owner on the customer master - a closed account is still
      *  the customer's history.
      ***************************************************************
       CHECK-ACCOUNT-OWNERS.
           PERFORM VARYING AC-IDX FROM 1 BY 1
                   UNTIL AC-IDX > WS-ACCOUNT-COUNT
               ADD 1 TO WS-ACCOUNTS-READ
               MOVE WS-AC-CUST-NO (AC-IDX) TO WS-LOOKUP-CUST-NO
               PERFORM FIND-CUSTOMER
               IF WS-CUST-FOUND = "N"
                   PERFORM REPORT-ACCOUNT-ORPHAN
               END-IF
           END-PERFORM.
           MOVE "ACCOUNT" TO WS-SECTION-NAME.
           MOVE WS-ACCOUNTS-READ TO WS-SECTION-READ.
           MOVE WS-ACCOUNT-ORPHANS TO WS-SECTION-ORPHANS.
           PERFORM WRITE-SECTION-COUNT.

       REPORT-ACCOUNT-ORPHAN.
           ADD 1 TO WS-ACCOUNT-ORPHANS.
           MOVE SPACES TO WS-ORPHAN-LINE.
           MOVE "ACCOUNT" TO WS-OL-RELATION.
           STRING WS-AC-ACCT-NO (AC-IDX) "/" WS-AC-CUST-NO (AC-IDX)
               DELIMITED BY SIZE INTO WS-OL-KEY.
           MOVE "OWNER NOT ON MASTER" TO WS-OL-PROBLEM.
           PERFORM FIND-SURVIVOR.
           EVALUATE TRUE
               WHEN WS-SURVIVOR-FOUND = "Y"
                   STRING "RE-OWN TO SURVIVOR " WS-SURVIVOR-NO
                       DELIMITED BY SIZE INTO WS-OL-CORRECTION
               WHEN WS-AC-CLOSED-DATE (AC-IDX) = 0
                   MOVE "RESTORE OWNER - ACCOUNT STILL OPEN"
                       TO WS-OL-CORRECTION
               WHEN OTHER
                   MOVE "RESTORE OWNER ON CUSTOMER MASTER"
                       TO WS-OL-CORRECTION
           END-EVALUATE.
           PERFORM WRITE-ORPHAN-LINE.

      ***************************************************************
      *  Holdings: the correction is the HLDMNT01 transaction
      *  itself - D customer product to drop, preceded by the A for
      *  the survivor when the holder was merged away.
      ***************************************************************
       CHECK-HOLDINGS.
           OPEN INPUT HOLDINGS-FILE.
           IF WS-HOLDINGS-FILE-STATUS = "00"
               PERFORM UNTIL WS-HOLDINGS-FILE-STATUS = "10"
                   READ HOLDINGS-FILE
                       AT END
                           MOVE "10" TO WS-HOLDINGS-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-HOLDINGS-READ
                           PERFORM CHECK-ONE-HOLDING
                   END-READ
               END-PERFORM
               CLOSE HOLDINGS-FILE
           END-IF.
           MOVE "HOLDING" TO WS-SECTION-NAME.
           MOVE WS-HOLDINGS-READ TO WS-SECTION-READ.
           MOVE WS-HOLDING-ORPHANS TO WS-SECTION-ORPHANS.
           PERFORM WRITE-SECTION-COUNT.

       CHECK-ONE-HOLDING.
           MOVE PH-CUST-NO TO WS-LOOKUP-CUST-NO.
           PERFORM FIND-CUSTOMER.
           IF WS-CUST-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HOLDING-ORPHANS.
           MOVE SPACES TO WS-ORPHAN-LINE.
           MOVE "HOLDING" TO WS-OL-RELATION.
           STRING PH-CUST-NO "/" PH-PROD-KEY
               DELIMITED BY SIZE INTO WS-OL-KEY.
           MOVE "CUSTOMER NOT ON MASTER" TO WS-OL-PROBLEM.
           PERFORM FIND-SURVIVOR.
           IF WS-SURVIVOR-FOUND = "Y"
               STRING "HLDMNT01 A" WS-SURVIVOR-NO PH-PROD-KEY
                       " D" PH-CUST-NO PH-PROD-KEY
                   DELIMITED BY SIZE INTO WS-OL-CORRECTION
           ELSE
               STRING "HLDMNT01 D" PH-CUST-NO PH-PROD-KEY
                   DELIMITED BY SIZE INTO WS-OL-CORRECTION
           END-IF.
           PERFORM WRITE-ORPHAN-LINE.

      ***************************************************************
      *  Standing orders still in force - no end date, or one not
      *  yet reached.  The account is the one the order names, or
      *  the customer's default account (customer number times ten
      *  plus one) the STORD01 way.  An order that cannot post is
      *  end-dated the day before tonight, as ACCCLS01 ends them.
      ***************************************************************
       CHECK-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDER-FILE.
           IF WS-ORDER-FILE-STATUS = "00"
               PERFORM UNTIL WS-ORDER-FILE-STATUS = "10"
                   READ STANDING-ORDER-FILE
                       AT END
                           MOVE "10" TO WS-ORDER-FILE-STATUS
                       NOT AT END
                           IF SO-END-DATE = 0
                                   OR SO-END-DATE NOT < WS-RUN-CCYYDDD
                               ADD 1 TO WS-ORDERS-READ
                               PERFORM CHECK-ONE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF.
           MOVE "STANDING ORD" TO WS-SECTION-NAME.
           MOVE WS-ORDERS-READ TO WS-SECTION-READ.
           MOVE WS-ORDER-ORPHANS TO WS-SECTION-ORPHANS.
           PERFORM WRITE-SECTION-COUNT.

       CHECK-ONE-ORDER.
           MOVE SPACES TO WS-ORPHAN-LINE.
           MOVE "STANDING ORD" TO WS-OL-RELATION.
           STRING SO-CUST-NO "/" SO-TYPE-CODE "/" SO-ACCT-NO
               DELIMITED BY SIZE INTO WS-OL-KEY.
           MOVE SO-CUST-NO TO WS-LOOKUP-CUST-NO.
           PERFORM FIND-CUSTOMER.
           IF WS-CUST-FOUND = "N"
               MOVE "CUSTOMER NOT ON MASTER" TO WS-OL-PROBLEM
               PERFORM FIND-SURVIVOR
               IF WS-SURVIVOR-FOUND = "Y"
                   STRING "RE-KEY ORDER TO SURVIVOR " WS-SURVIVOR-NO
                       DELIMITED BY SIZE INTO WS-OL-CORRECTION
               ELSE
                   PERFORM SUGGEST-END-ORDER
               END-IF
               ADD 1 TO WS-ORDER-ORPHANS
               PERFORM WRITE-ORPHAN-LINE
               EXIT PARAGRAPH
           END-IF.
           IF SO-ACCT-NO = SPACES
               COMPUTE WS-LOOKUP-ACCT-NO = SO-CUST-NO * 10 + 1
           ELSE
               IF SO-ACCT-NO IS NUMERIC
                   MOVE SO-ACCT-NO TO WS-LOOKUP-ACCT-NO
               ELSE
                   MOVE 0 TO WS-LOOKUP-ACCT-NO
               END-IF
           END-IF.
           PERFORM FIND-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-ACCT-FOUND = "N"
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-OL-PROBLEM
               WHEN WS-AC-CUST-NO (AC-IDX) NOT = SO-CUST-NO
                   MOVE "ACCOUNT OWNED BY ANOTHER" TO WS-OL-PROBLEM
               WHEN WS-AC-CLOSED-DATE (AC-IDX) NOT = 0
                   MOVE "ACCOUNT CLOSED" TO WS-OL-PROBLEM
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM SUGGEST-END-ORDER.
           ADD 1 TO WS-ORDER-ORPHANS.
           PERFORM WRITE-ORPHAN-LINE.

       SUGGEST-END-ORDER.
           STRING "END-DATE ORDER " WS-DAY-BEFORE-RUN
               DELIMITED BY SIZE INTO WS-OL-CORRECTION.

      ***************************************************************
      *  The warehouse: a future-dated item FUTREL01 will try to
      *  release needs the same customer and account the order
      *  would; one that cannot post is withdrawn by trace ID.
      ***************************************************************
       CHECK-WAREHOUSE.
           OPEN INPUT WAREHOUSE-FILE.
           IF WS-WAREHOUSE-FILE-STATUS = "00"
               PERFORM UNTIL WS-WAREHOUSE-FILE-STATUS = "10"
                   READ WAREHOUSE-FILE
                       AT END
                           MOVE "10" TO WS-WAREHOUSE-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-ITEMS-READ
                           PERFORM CHECK-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE WAREHOUSE-FILE
           END-IF.
           MOVE "WAREHOUSE" TO WS-SECTION-NAME.
           MOVE WS-ITEMS-READ TO WS-SECTION-READ.
           MOVE WS-ITEM-ORPHANS TO WS-SECTION-ORPHANS.
           PERFORM WRITE-SECTION-COUNT.

       CHECK-ONE-ITEM.
           MOVE SPACES TO WS-ORPHAN-LINE.
           MOVE "WAREHOUSE" TO WS-OL-RELATION.
           STRING WH-CUST-NO "/" WH-TRACE-ID
               DELIMITED BY SIZE INTO WS-OL-KEY.
           STRING "WITHDRAW ITEM " WH-TRACE-ID
               DELIMITED BY SIZE INTO WS-OL-CORRECTION.
           IF WH-CUST-NO NOT NUMERIC
               MOVE "CUSTOMER NOT NUMERIC" TO WS-OL-PROBLEM
               ADD 1 TO WS-ITEM-ORPHANS
               PERFORM WRITE-ORPHAN-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WH-CUST-NO TO WS-LOOKUP-CUST-NO.
           PERFORM FIND-CUSTOMER.
           IF WS-CUST-FOUND = "N"
               MOVE "CUSTOMER NOT ON MASTER" TO WS-OL-PROBLEM
               PERFORM FIND-SURVIVOR
               IF WS-SURVIVOR-FOUND = "Y"
                   MOVE SPACES TO WS-OL-CORRECTION
                   STRING "RE-KEY ITEM TO SURVIVOR " WS-SURVIVOR-NO
                       DELIMITED BY SIZE INTO WS-OL-CORRECTION
               END-IF
               ADD 1 TO WS-ITEM-ORPHANS
               PERFORM WRITE-ORPHAN-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WH-ACCT-NO = SPACES
               COMPUTE WS-LOOKUP-ACCT-NO = WS-LOOKUP-CUST-NO * 10 + 1
           ELSE
               IF WH-ACCT-NO IS NUMERIC
                   MOVE WH-ACCT-NO TO WS-LOOKUP-ACCT-NO
               ELSE
                   MOVE 0 TO WS-LOOKUP-ACCT-NO
               END-IF
           END-IF.
           PERFORM FIND-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-ACCT-FOUND = "N"
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-OL-PROBLEM
               WHEN WS-AC-CUST-NO (AC-IDX) NOT = WS-LOOKUP-CUST-NO
                   MOVE "ACCOUNT OWNED BY ANOTHER" TO WS-OL-PROBLEM
               WHEN WS-AC-CLOSED-DATE (AC-IDX) NOT = 0
                   MOVE "ACCOUNT CLOSED" TO WS-OL-PROBLEM
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO WS-ITEM-ORPHANS.
           PERFORM WRITE-ORPHAN-LINE.

      ***************************************************************
      *  Counsel's list binds on the full number or the low six, so
      *  a hold is an orphan only when neither finds a customer.
      *  Holds belong to counsel; the correction is a referral.
      ***************************************************************
       CHECK-LEGAL-HOLDS.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = "00"
               PERFORM UNTIL WS-HOLD-FILE-STATUS = "10"
                   READ LEGAL-HOLD-FILE
                       AT END
                           MOVE "10" TO WS-HOLD-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-HOLDS-READ
                           PERFORM CHECK-ONE-LEGAL-HOLD
                   END-READ
               END-PERFORM
               CLOSE LEGAL-HOLD-FILE
           END-IF.
           MOVE "LEGAL HOLD" TO WS-SECTION-NAME.
           MOVE WS-HOLDS-READ TO WS-SECTION-READ.
           MOVE WS-HOLD-ORPHANS TO WS-SECTION-ORPHANS.
           PERFORM WRITE-SECTION-COUNT.

       CHECK-ONE-LEGAL-HOLD.
           IF LG-CUST-NO NOT NUMERIC
               MOVE 0 TO WS-LOOKUP-CUST-NO
           ELSE
               MOVE LG-CUST-NO TO WS-LOOKUP-CUST-NO
           END-IF.
           PERFORM FIND-CUSTOMER.
           IF WS-CUST-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOKUP-CUST-NO (4:6) TO WS-LOOKUP-LOW-NO.
           PERFORM FIND-CUSTOMER-BY-LOW-NO.
           IF WS-CUST-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HOLD-ORPHANS.
           MOVE SPACES TO WS-ORPHAN-LINE.
           MOVE "LEGAL HOLD" TO WS-OL-RELATION.
           STRING LG-CUST-NO "/" LG-HOLD-REF
               DELIMITED BY SIZE INTO WS-OL-KEY.
           MOVE "CUSTOMER NOT ON MASTER" TO WS-OL-PROBLEM.
           PERFORM FIND-SURVIVOR.
           IF WS-SURVIVOR-FOUND = "Y"
               STRING "COUNSEL: RE-KEY HOLD TO " WS-SURVIVOR-NO
                   DELIMITED BY SIZE INTO WS-OL-CORRECTION
           ELSE
               MOVE "COUNSEL: CONFIRM OR RELEASE HOLD"
                   TO WS-OL-CORRECTION
           END-IF.
           PERFORM WRITE-ORPHAN-LINE.

      ***************************************************************
      *  Suspense: only the POSTAP01 items name a customer (low six
      *  digits of the number, to key MASTER).  An item needs a
      *  customer with an open account to be cleared to; one keyed
      *  to nobody goes to SUSWOF01 for a write-off, one whose
      *  customer has only closed accounts is refunded by cheque.
      ***************************************************************
       CHECK-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           PERFORM SKIP-SUSPENSE-HEADER.
           IF WS-SUSPENSE-FILE-STATUS = "00"
               PERFORM UNTIL WS-SUSPENSE-FILE-STATUS = "10"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "10" TO WS-SUSPENSE-FILE-STATUS
                       NOT AT END
                           IF SU-TO-ACCT-KEY = "MASTER"
                                   AND SU-FROM-ACCT-KEY IS NUMERIC
                               ADD 1 TO WS-SUSPENSE-READ
                               PERFORM CHECK-ONE-SUSPENSE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.
           MOVE "SUSPENSE" TO WS-SECTION-NAME.
           MOVE WS-SUSPENSE-READ TO WS-SECTION-READ.
           MOVE WS-SUSPENSE-ORPHANS TO WS-SECTION-ORPHANS.
           PERFORM WRITE-SECTION-COUNT.

       CHECK-ONE-SUSPENSE-ITEM.
           MOVE SU-FROM-ACCT-KEY TO WS-LOOKUP-LOW-NO.
           PERFORM FIND-CUSTOMER-BY-LOW-NO.
           IF WS-CUST-FOUND = "Y" AND WS-OPEN-ACCOUNTS > 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SUSPENSE-ORPHANS.
           MOVE SPACES TO WS-ORPHAN-LINE.
           MOVE "SUSPENSE" TO WS-OL-RELATION.
           STRING SU-FROM-ACCT-KEY "/" SU-TRACE-ID
               DELIMITED BY SIZE INTO WS-OL-KEY.
           IF WS-CUST-FOUND = "Y"
               MOVE "NO OPEN ACCOUNT" TO WS-OL-PROBLEM
               MOVE "REFUND BY CHEQUE OR SUSWOF01 WRITE-OFF"
                   TO WS-OL-CORRECTION
               PERFORM WRITE-ORPHAN-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "CUSTOMER NOT ON MASTER" TO WS-OL-PROBLEM.
           PERFORM FIND-SURVIVOR-BY-LOW-NO.
           IF WS-SURVIVOR-FOUND = "Y"
               STRING "REPOST TO SURVIVOR " WS-SURVIVOR-NO
                   DELIMITED BY SIZE INTO WS-OL-CORRECTION
           ELSE
               MOVE "SUSWOF01 WRITE-OFF FOR APPROVAL"
                   TO WS-OL-CORRECTION
           END-IF.
           PERFORM WRITE-ORPHAN-LINE.

      ***************************************************************
      *  Delivery preferences and correspondence history only ever
      *  need the customer; a merged customer's rows move to the
      *  survivor, anyone else's go.
      ***************************************************************
       CHECK-DELIVERY-PREFS.
           OPEN INPUT DELIVERY-PREF-FILE.
           IF WS-PREF-FILE-STATUS = "00"
               PERFORM UNTIL WS-PREF-FILE-STATUS = "10"
                   READ DELIVERY-PREF-FILE
                       AT END
                           MOVE "10" TO WS-PREF-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-PREFS-READ
                           PERFORM CHECK-ONE-PREF
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-PREF-FILE
           END-IF.
           MOVE "DELIVERY PRF" TO WS-SECTION-NAME.
           MOVE WS-PREFS-READ TO WS-SECTION-READ.
           MOVE WS-PREF-ORPHANS TO WS-SECTION-ORPHANS.
           PERFORM WRITE-SECTION-COUNT.

       CHECK-ONE-PREF.
           MOVE DP-CUST-NO TO WS-LOOKUP-CUST-NO.
           PERFORM FIND-CUSTOMER.
           IF WS-CUST-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PREF-ORPHANS.
           MOVE SPACES TO WS-ORPHAN-LINE.
           MOVE "DELIVERY PRF" TO WS-OL-RELATION.
           STRING DP-CUST-NO "/" DP-PREFERENCE
               DELIMITED BY SIZE INTO WS-OL-KEY.
           MOVE "CUSTOMER NOT ON MASTER" TO WS-OL-PROBLEM.
           PERFORM FIND-SURVIVOR.
           IF WS-SURVIVOR-FOUND = "Y"
               STRING "RE-KEY PREFERENCE TO SURVIVOR " WS-SURVIVOR-NO
                   DELIMITED BY SIZE INTO WS-OL-CORRECTION
           ELSE
               MOVE "DROP DELIVERY PREFERENCE" TO WS-OL-CORRECTION
           END-IF.
           PERFORM WRITE-ORPHAN-LINE.

       CHECK-CORRESPONDENCE.
           OPEN INPUT CORRESPONDENCE-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-FILE-STATUS = "10"
                   READ CORRESPONDENCE-HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-HISTORY-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-HISTORY-READ
                           PERFORM CHECK-ONE-HISTORY
                   END-READ
               END-PERFORM
               CLOSE CORRESPONDENCE-HISTORY-FILE
           END-IF.
           MOVE "CORRESPOND" TO WS-SECTION-NAME.
           MOVE WS-HISTORY-READ TO WS-SECTION-READ.
           MOVE WS-HISTORY-ORPHANS TO WS-SECTION-ORPHANS.
           PERFORM WRITE-SECTION-COUNT.

       CHECK-ONE-HISTORY.
           MOVE CH-CUST-NO TO WS-LOOKUP-CUST-NO.
           PERFORM FIND-CUSTOMER.
           IF WS-CUST-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HISTORY-ORPHANS.
           MOVE SPACES TO WS-ORPHAN-LINE.
           MOVE "CORRESPOND" TO WS-OL-RELATION.
           STRING CH-CUST-NO "/" CH-CORR-TYPE "/" CH-RUN-DATE
               DELIMITED BY SIZE INTO WS-OL-KEY.
           MOVE "CUSTOMER NOT ON MASTER" TO WS-OL-PROBLEM.
           PERFORM FIND-SURVIVOR.
           IF WS-SURVIVOR-FOUND = "Y"
               STRING "RE-KEY HISTORY TO SURVIVOR " WS-SURVIVOR-NO
                   DELIMITED BY SIZE INTO WS-OL-CORRECTION
           ELSE
               MOVE "PURGE HISTORY ROW" TO WS-OL-CORRECTION
           END-IF.
           PERFORM WRITE-ORPHAN-LINE.

      ***************************************************************
      *  Report lines and totals.
      ***************************************************************
       WRITE-ORPHAN-LINE.
           MOVE WS-ORPHAN-LINE TO INTEGRITY-REPORT-REC.
           WRITE INTEGRITY-REPORT-REC.

       WRITE-SECTION-COUNT.
           MOVE SPACES TO INTEGRITY-REPORT-REC.
           STRING "  " WS-SECTION-NAME
                   " CHECKED=" WS-SECTION-READ
                   " ORPHANS=" WS-SECTION-ORPHANS
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-REC.
           WRITE INTEGRITY-REPORT-REC.

       WRITE-INTEGRITY-TOTALS.
           MOVE SPACES TO INTEGRITY-REPORT-REC.
           STRING "TOTAL ORPHANS=" WS-TOTAL-ORPHANS
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-REC.
           WRITE INTEGRITY-REPORT-REC.

      ***************************************************************
      *  One DQMET01 metric per relationship and the total, so
      *  DQTRND01 trends each link on its own.
      ***************************************************************
       POST-QUALITY-METRICS.
           MOVE "INTCHK01"     TO DQ-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO DQ-RUN-DATE.
           MOVE "ORPHAN-ACCT"  TO DQ-METRIC-NAME.
           MOVE WS-ACCOUNT-ORPHANS TO DQ-METRIC-COUNT.
           CALL "DQMET01" USING WS-DQ-METRIC-REQUEST.
           MOVE "ORPHAN-HOLDG" TO DQ-METRIC-NAME.
           MOVE WS-HOLDING-ORPHANS TO DQ-METRIC-COUNT.
           CALL "DQMET01" USING WS-DQ-METRIC-REQUEST.
           MOVE "ORPHAN-SORD"  TO DQ-METRIC-NAME.
           MOVE WS-ORDER-ORPHANS TO DQ-METRIC-COUNT.
           CALL "DQMET01" USING WS-DQ-METRIC-REQUEST.
           MOVE "ORPHAN-WHSE"  TO DQ-METRIC-NAME.
           MOVE WS-ITEM-ORPHANS TO DQ-METRIC-COUNT.
           CALL "DQMET01" USING WS-DQ-METRIC-REQUEST.
           MOVE "ORPHAN-LEGAL" TO DQ-METRIC-NAME.
           MOVE WS-HOLD-ORPHANS TO DQ-METRIC-COUNT.
           CALL "DQMET01" USING WS-DQ-METRIC-REQUEST.
           MOVE "ORPHAN-SUSP"  TO DQ-METRIC-NAME.
           MOVE WS-SUSPENSE-ORPHANS TO DQ-METRIC-COUNT.
           CALL "DQMET01" USING WS-DQ-METRIC-REQUEST.
           MOVE "ORPHAN-DPREF" TO DQ-METRIC-NAME.
           MOVE WS-PREF-ORPHANS TO DQ-METRIC-COUNT.
           CALL "DQMET01" USING WS-DQ-METRIC-REQUEST.
           MOVE "ORPHAN-CORR"  TO DQ-METRIC-NAME.
           MOVE WS-HISTORY-ORPHANS TO DQ-METRIC-COUNT.
           CALL "DQMET01" USING WS-DQ-METRIC-REQUEST.
           MOVE "ORPHAN-TOTAL" TO DQ-METRIC-NAME.
           MOVE WS-TOTAL-ORPHANS TO DQ-METRIC-COUNT.
           CALL "DQMET01" USING WS-DQ-METRIC-REQUEST.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "INTCHK01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-SUSPEN-LAYOUT TO LC-EXPECTED-LAYOUT.
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

       SKIP-SUSPENSE-HEADER.
           IF WS-SUSPENSE-FILE-STATUS = "00"
               READ SUSPENSE-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM INTCHK01.
