       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDRET01.
      ***************************************************************
      *  PRDRET01 - retired-product account migration.  Nightly
      *  step after PRDMNT01: every open account still on a product
      *  the catalog shows as retired is moved onto the successor
      *  product the retirement named, and every customer whose
      *  accounts moved gets one notice listing each account with
      *  its old and new product name.  Balances, account numbers,
      *  a term deposit's fixed rate and maturity, and a loan's
      *  schedule all stay as they were - only the product code
      *  changes - and a closed account keeps the product it
      *  closed on.  Each move is logged.  A retired product whose
      *  successor has since stopped being usable (no longer on
      *  the catalog, itself retired, or of another type) keeps
      *  its accounts and is reported to the exception file until
      *  the catalog is put right; a migrated account is no longer
      *  on the retired product, so a rerun finds nothing to do.
      *  The master is rewritten through a work file, as ACCMNT01
      *  rewrites it, under the same MASTERS lock.
      *  The notice follows the RTNOTC01 mechanics: its wording
      *  comes from the correspondence template file (document
      *  PRODMIGR) through CORTPL01 in the customer's own language,
      *  the address block is composed through PTYADR01 and
      *  ADDRFMT01 as DORMNT01 composes it, every notice is logged
      *  through CORRLOG01, a mail-held customer's notice diverts to
      *  the held-correspondence file, and the notices written and
      *  held are reconciled against the customers affected.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-CATALOG-FILE
               ASSIGN TO "data/product_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT ACCOUNT-MASTER-IN
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-IN-STATUS.
           SELECT ACCOUNT-WORK-FILE
               ASSIGN TO "data/account_master_wrk.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT ACCOUNT-MASTER-OUT
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-OUT-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT MIGRATION-LOG-FILE
               ASSIGN TO "data/product_migration_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT NOTICE-FILE
               ASSIGN TO "data/product_migration_notices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.
           SELECT HELD-CORRESPONDENCE-FILE
               ASSIGN TO "data/held_correspondence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-CATALOG-FILE.
       COPY WSPRDCAT.

       FD  ACCOUNT-MASTER-IN.
       COPY WSACCTM.

       FD  ACCOUNT-WORK-FILE.
       01  ACCOUNT-WORK-REC              PIC X(103).

       FD  ACCOUNT-MASTER-OUT.
       01  ACCOUNT-MASTER-OUT-REC        PIC X(103).

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  MIGRATION-LOG-FILE.
       01  MIGRATION-LOG-REC             PIC X(90).

       FD  NOTICE-FILE.
       01  NOTICE-REC                    PIC X(90).

       FD  HELD-CORRESPONDENCE-FILE.
       01  HELD-CORRESPONDENCE-REC       PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-CATALOG-FILE-STATUS         PIC XX.
       01 WS-ACCOUNT-IN-STATUS           PIC XX.
       01 WS-WORK-FILE-STATUS            PIC XX.
       01 WS-ACCOUNT-OUT-STATUS          PIC XX.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-LOG-FILE-STATUS             PIC XX.
       01 WS-NOTICE-FILE-STATUS          PIC XX.
       01 WS-HELD-FILE-STATUS            PIC XX.
       01 WS-RETIRED-COUNT               PIC 9(3) VALUE 0.
       01 WS-ACCOUNTS-READ               PIC 9(7) VALUE 0.
       01 WS-ACCOUNTS-WRITTEN            PIC 9(7) VALUE 0.
       01 WS-ACCOUNTS-MOVED              PIC 9(7) VALUE 0.
       01 WS-ACCOUNTS-HELD-BACK          PIC 9(7) VALUE 0.
       01 WS-READ-BALANCE-HASH           PIC 9(13)V99 VALUE 0.
       01 WS-WRITE-BALANCE-HASH          PIC 9(13)V99 VALUE 0.
       01 WS-AFFECTED-COUNT              PIC 9(5) VALUE 0.
       01 WS-NOTICES-WRITTEN             PIC 9(5) VALUE 0.
       01 WS-NOTICES-HELD                PIC 9(5) VALUE 0.
       01 WS-LAST-AFFECTED-CUST          PIC 9(9) VALUE 0.
       01 WS-NOTICE-DEST                 PIC X(1) VALUE "P".
           88 WS-NOTICE-HELD             VALUE "H".
       01 WS-ZIP-DISPLAY                 PIC 9(9).
       01 WS-JOINT-IDX                   PIC 9(2).
       01 WS-FOUND-SWITCH                PIC X(1).
           88 WS-WAS-FOUND               VALUE "Y".
       01 WS-LOOKUP-CODE                 PIC X(2).
       01 WS-PRODUCT-NAME                PIC X(30).
       01 WS-FULL-REPORTED               PIC X(1) VALUE "N".
       01 WS-STEP-RETURN                 PIC 9(1) VALUE 0.
      *
      *  The catalog, loaded once: code, type, lifecycle status,
      *  successor, and the names a customer and the bank know the
      *  product by.
      *
       01 WS-CATALOG-TABLE.
           05 WS-CATALOG-COUNT           PIC 9(3) VALUE 0.
           05 WS-CATALOG-ENTRY OCCURS 100 TIMES INDEXED BY PC-IDX
                                                       SU-IDX.
               10 WS-CATALOG-CODE        PIC X(2).
               10 WS-CATALOG-TYPE        PIC X(1).
               10 WS-CATALOG-STATUS      PIC X(1).
                   88 WS-CATALOG-ACTIVE  VALUE "A" " ".
                   88 WS-CATALOG-RETIRED VALUE "R".
               10 WS-CATALOG-SUCCESSOR   PIC X(2).
               10 WS-CATALOG-DESCRIPTION PIC X(24).
               10 WS-CATALOG-WORDING     PIC X(30).
               10 WS-CATALOG-MOVE-SWITCH PIC X(1).
                   88 WS-CATALOG-MOVES   VALUE "Y".
               10 WS-CATALOG-HELD-BACK   PIC 9(7).
      *
      *  Tonight's moves, in account-number order - which is
      *  customer order - for the notice pass to walk alongside the
      *  customer master.
      *
       01 WS-MOVE-TABLE.
           05 WS-MOVE-COUNT              PIC 9(4) VALUE 0.
           05 WS-MOVE-ENTRY OCCURS 2000 TIMES INDEXED BY MV-IDX.
               10 WS-MOVE-ACCT-NO        PIC 9(10).
               10 WS-MOVE-CUST-NO        PIC 9(9).
               10 WS-MOVE-OLD-CODE       PIC X(2).
               10 WS-MOVE-NEW-CODE       PIC X(2).
       COPY WSADDRFM.
       COPY WSPTYADR.
       COPY WSCORRLG.
       COPY WSCORTPL.
       COPY WSRUNLCK.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSCTLTOT.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       PRDRET01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "PRDRET01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "PRDRET01" TO TP-SOURCE-PROGRAM.
           MOVE "PRODMIGR" TO TP-DOCUMENT.

           MOVE "PRDRET01" TO RL-JOB-NAME.
           MOVE "MASTERS" TO RL-LOCK-NAME.
           MOVE WS-RUN-CCYYDDD TO RL-RUN-DATE.
           SET RL-ACTION-ACQUIRE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           IF RL-REFUSED
               DISPLAY "PRDRET01: LOCK " RL-LOCK-NAME
                   " HELD BY " RL-HOLDER-JOB
                   " SINCE " RL-HOLDER-TIME " - NOT STARTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-PRODUCT-CATALOG.
           PERFORM JUDGE-RETIRED-PRODUCTS.

           IF WS-RETIRED-COUNT > 0
               PERFORM MIGRATE-ACCOUNTS
               PERFORM COPY-WORK-BACK-TO-MASTER
               PERFORM POST-CONTROL-TOTALS
               PERFORM REPORT-HELD-BACK-PRODUCTS
           END-IF.

           PERFORM SEND-NOTICES.
           PERFORM RECONCILE-NOTICE-COUNTS.

           DISPLAY "PRDRET01: RETIRED PRODUCTS=" WS-RETIRED-COUNT
               " ACCOUNTS MOVED=" WS-ACCOUNTS-MOVED
               " HELD BACK=" WS-ACCOUNTS-HELD-BACK.
           DISPLAY "PRDRET01: CUSTOMERS=" WS-AFFECTED-COUNT
               " NOTICES=" WS-NOTICES-WRITTEN
               " HELD=" WS-NOTICES-HELD.

           MOVE WS-ACCOUNTS-MOVED TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           SET RL-ACTION-RELEASE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           MOVE WS-STEP-RETURN TO RETURN-CODE.
           IF PA-PARTY-TABLES-FULL
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-PRODUCT-CATALOG.
           OPEN INPUT PRODUCT-CATALOG-FILE.
           IF WS-CATALOG-FILE-STATUS = "00"
               PERFORM UNTIL WS-CATALOG-FILE-STATUS = "10"
                   READ PRODUCT-CATALOG-FILE
                       AT END
                           MOVE "10" TO WS-CATALOG-FILE-STATUS
                       NOT AT END
                           IF WS-CATALOG-COUNT < 100
                               PERFORM ADD-CATALOG-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-CATALOG-FILE
           END-IF.

       ADD-CATALOG-ENTRY.
           ADD 1 TO WS-CATALOG-COUNT.
           SET PC-IDX TO WS-CATALOG-COUNT.
           MOVE PD-PRODUCT-CODE TO WS-CATALOG-CODE (PC-IDX).
           MOVE PD-PRODUCT-TYPE TO WS-CATALOG-TYPE (PC-IDX).
           MOVE PD-LIFECYCLE-STATUS TO WS-CATALOG-STATUS (PC-IDX).
           MOVE PD-SUCCESSOR-CODE TO WS-CATALOG-SUCCESSOR (PC-IDX).
           MOVE PD-DESCRIPTION TO WS-CATALOG-DESCRIPTION (PC-IDX).
           MOVE PD-STATEMENT-WORDING TO WS-CATALOG-WORDING (PC-IDX).
           MOVE "N" TO WS-CATALOG-MOVE-SWITCH (PC-IDX).
           MOVE 0 TO WS-CATALOG-HELD-BACK (PC-IDX).

      ***************************************************************
      *  PRDMNT01 only retires a product onto an active successor
      *  of the same type, but the successor may have moved on
      *  since; a retired product moves its accounts only while
      *  its successor is still on the catalog, not itself
      *  retired, and of the same type.
      ***************************************************************
       JUDGE-RETIRED-PRODUCTS.
           PERFORM VARYING PC-IDX FROM 1 BY 1
                   UNTIL PC-IDX > WS-CATALOG-COUNT
               IF WS-CATALOG-RETIRED (PC-IDX)
                   ADD 1 TO WS-RETIRED-COUNT
                   PERFORM JUDGE-ONE-SUCCESSOR
               END-IF
           END-PERFORM.

       JUDGE-ONE-SUCCESSOR.
           PERFORM VARYING SU-IDX FROM 1 BY 1
                   UNTIL SU-IDX > WS-CATALOG-COUNT
               IF WS-CATALOG-CODE (SU-IDX)
                       = WS-CATALOG-SUCCESSOR (PC-IDX)
                       AND NOT WS-CATALOG-RETIRED (SU-IDX)
                       AND WS-CATALOG-TYPE (SU-IDX)
                           = WS-CATALOG-TYPE (PC-IDX)
                   MOVE "Y" TO WS-CATALOG-MOVE-SWITCH (PC-IDX)
               END-IF
           END-PERFORM.

       MIGRATE-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER-IN.
           PERFORM SKIP-ACCOUNT-HEADER.
           OPEN OUTPUT ACCOUNT-WORK-FILE.
           OPEN OUTPUT MIGRATION-LOG-FILE.
           IF WS-ACCOUNT-IN-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-IN-STATUS = "10"
                   READ ACCOUNT-MASTER-IN
                       AT END
                           MOVE "10" TO WS-ACCOUNT-IN-STATUS
                       NOT AT END
                           PERFORM MIGRATE-ONE-ACCOUNT
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ACCOUNT-MASTER-IN.
           CLOSE ACCOUNT-WORK-FILE.
           CLOSE MIGRATION-LOG-FILE.

       MIGRATE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ.
           COMPUTE WS-READ-BALANCE-HASH = WS-READ-BALANCE-HASH
               + FUNCTION ABS (AM-BALANCE).
           IF AM-ACCOUNT-OPEN
               MOVE AM-PRODUCT-CODE TO WS-LOOKUP-CODE
               PERFORM FIND-CATALOG-ROW
               IF WS-WAS-FOUND
                   IF WS-CATALOG-RETIRED (PC-IDX)
                       PERFORM MOVE-ONE-ACCOUNT
                   END-IF
               END-IF
           END-IF.
           WRITE ACCOUNT-WORK-REC FROM WS-ACCOUNT-RECORD.
           ADD 1 TO WS-ACCOUNTS-WRITTEN.
           COMPUTE WS-WRITE-BALANCE-HASH = WS-WRITE-BALANCE-HASH
               + FUNCTION ABS (AM-BALANCE).

      ***************************************************************
      *  An account that cannot be noticed tonight - its product's
      *  successor is unusable, or the move table is full - stays
      *  where it is for a later night rather than moving unseen.
      ***************************************************************
       MOVE-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN NOT WS-CATALOG-MOVES (PC-IDX)
                   ADD 1 TO WS-CATALOG-HELD-BACK (PC-IDX)
                   ADD 1 TO WS-ACCOUNTS-HELD-BACK
               WHEN WS-MOVE-COUNT NOT < 2000
                   ADD 1 TO WS-ACCOUNTS-HELD-BACK
                   PERFORM REPORT-MOVE-TABLE-FULL
               WHEN OTHER
                   ADD 1 TO WS-MOVE-COUNT
                   SET MV-IDX TO WS-MOVE-COUNT
                   MOVE AM-ACCT-NO TO WS-MOVE-ACCT-NO (MV-IDX)
                   MOVE AM-CUST-NO TO WS-MOVE-CUST-NO (MV-IDX)
                   MOVE AM-PRODUCT-CODE TO WS-MOVE-OLD-CODE (MV-IDX)
                   MOVE WS-CATALOG-SUCCESSOR (PC-IDX)
                       TO WS-MOVE-NEW-CODE (MV-IDX)
                   MOVE WS-CATALOG-SUCCESSOR (PC-IDX)
                       TO AM-PRODUCT-CODE
                   ADD 1 TO WS-ACCOUNTS-MOVED
                   IF AM-CUST-NO NOT = WS-LAST-AFFECTED-CUST
                       ADD 1 TO WS-AFFECTED-COUNT
                       MOVE AM-CUST-NO TO WS-LAST-AFFECTED-CUST
                   END-IF
                   MOVE SPACES TO MIGRATION-LOG-REC
                   STRING WS-RUN-CCYYDDD " " AM-ACCT-NO
                           " CUST=" AM-CUST-NO
                           " PRODUCT " WS-MOVE-OLD-CODE (MV-IDX)
                           " TO " AM-PRODUCT-CODE
                       DELIMITED BY SIZE INTO MIGRATION-LOG-REC
                   WRITE MIGRATION-LOG-REC
           END-EVALUATE.

       FIND-CATALOG-ROW.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING PC-IDX FROM 1 BY 1
                   UNTIL PC-IDX > WS-CATALOG-COUNT OR WS-WAS-FOUND
               IF WS-CATALOG-CODE (PC-IDX) = WS-LOOKUP-CODE
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF WS-WAS-FOUND
               SET PC-IDX DOWN BY 1
           END-IF.

       REPORT-MOVE-TABLE-FULL.
           IF WS-FULL-REPORTED = "N"
               MOVE "Y" TO WS-FULL-REPORTED
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "PRDRET01" TO ER-JOB-STEP
               MOVE "PROV" TO ER-ERROR-CODE
               MOVE "OVER 2000 MOVES - REST LEFT FOR NEXT RUN"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               MOVE 8 TO WS-STEP-RETURN
           END-IF.

       REPORT-HELD-BACK-PRODUCTS.
           PERFORM VARYING PC-IDX FROM 1 BY 1
                   UNTIL PC-IDX > WS-CATALOG-COUNT
               IF WS-CATALOG-HELD-BACK (PC-IDX) > 0
                   MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
                   MOVE "PRDRET01" TO ER-JOB-STEP
                   MOVE "PRSC" TO ER-ERROR-CODE
                   MOVE SPACES TO ER-ERROR-TEXT
                   STRING "PRODUCT " WS-CATALOG-CODE (PC-IDX)
                           " SUCCESSOR "
                           WS-CATALOG-SUCCESSOR (PC-IDX)
                           " UNUSABLE"
                       DELIMITED BY SIZE INTO ER-ERROR-TEXT
                   CALL "EXCPLOG01" USING WS-ERROR-RECORD
                   IF WS-STEP-RETURN < 4
                       MOVE 4 TO WS-STEP-RETURN
                   END-IF
               END-IF
           END-PERFORM.

      ***************************************************************
      *  Moving a product code changes no balance, so the write
      *  hash must equal the read hash and the counts must agree.
      ***************************************************************
       POST-CONTROL-TOTALS.
           MOVE WS-RUN-CCYYDDD TO CT-RUN-DATE.
           MOVE "PRDRET01" TO CT-STEP-NAME.
           SET CT-ROLE-CONSUMER TO TRUE.
           MOVE "data/account_master.dat" TO CT-FILE-NAME.
           MOVE WS-ACCOUNTS-READ TO CT-RECORD-COUNT.
           MOVE WS-READ-BALANCE-HASH TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

           SET CT-ROLE-PRODUCER TO TRUE.
           MOVE WS-ACCOUNTS-WRITTEN TO CT-RECORD-COUNT.
           MOVE WS-WRITE-BALANCE-HASH TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

       COPY-WORK-BACK-TO-MASTER.
           OPEN INPUT ACCOUNT-WORK-FILE.
           OPEN OUTPUT ACCOUNT-MASTER-OUT.
           PERFORM STAMP-ACCOUNT-HEADER.
           IF WS-WORK-FILE-STATUS = "00"
               PERFORM UNTIL WS-WORK-FILE-STATUS = "10"
                   READ ACCOUNT-WORK-FILE
                       AT END
                           MOVE "10" TO WS-WORK-FILE-STATUS
                       NOT AT END
                           WRITE ACCOUNT-MASTER-OUT-REC
                               FROM ACCOUNT-WORK-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ACCOUNT-WORK-FILE.
           CLOSE ACCOUNT-MASTER-OUT.

      ***************************************************************
      *  The move table is in customer order, so one forward pass
      *  of the customer master meets each affected customer once.
      ***************************************************************
       SEND-NOTICES.
           OPEN OUTPUT NOTICE-FILE.
           OPEN EXTEND HELD-CORRESPONDENCE-FILE.
           IF WS-HELD-FILE-STATUS NOT = "00"
               OPEN OUTPUT HELD-CORRESPONDENCE-FILE
           END-IF.
           SET MV-IDX TO 1.
           IF WS-MOVE-COUNT > 0
               OPEN INPUT CUSTOMER-MASTER-FILE
               PERFORM SKIP-CUSTOMER-HEADER
               IF WS-MASTER-FILE-STATUS = "00"
                   PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                           OR MV-IDX > WS-MOVE-COUNT
                       READ CUSTOMER-MASTER-FILE
                           AT END
                               MOVE "10" TO WS-MASTER-FILE-STATUS
                           NOT AT END
                               PERFORM MATCH-ONE-CUSTOMER
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           MOVE SPACES TO NOTICE-REC.
           STRING "NOTICES=" WS-NOTICES-WRITTEN
                   " HELD=" WS-NOTICES-HELD
                   " AFFECTED=" WS-AFFECTED-COUNT
               DELIMITED BY SIZE INTO NOTICE-REC.
           WRITE NOTICE-REC.
           CLOSE NOTICE-FILE.
           CLOSE HELD-CORRESPONDENCE-FILE.

       MATCH-ONE-CUSTOMER.
           PERFORM UNTIL MV-IDX > WS-MOVE-COUNT
                   OR WS-MOVE-CUST-NO (MV-IDX) NOT < CN-CUST-NO
               SET MV-IDX UP BY 1
           END-PERFORM.
           IF MV-IDX NOT > WS-MOVE-COUNT
               IF WS-MOVE-CUST-NO (MV-IDX) = CN-CUST-NO
                   PERFORM WRITE-ONE-NOTICE
               END-IF
           END-IF.

       WRITE-ONE-NOTICE.
           IF CN-ON-MAIL-HOLD
               ADD 1 TO WS-NOTICES-HELD
               MOVE "H" TO WS-NOTICE-DEST
               MOVE "H" TO CO-CHANNEL
           ELSE
               ADD 1 TO WS-NOTICES-WRITTEN
               MOVE "P" TO WS-NOTICE-DEST
               MOVE "P" TO CO-CHANNEL
           END-IF.
           MOVE CN-CUST-NO TO CO-CUST-NO.
           MOVE "PRODMIGR" TO CO-CORR-TYPE.
           MOVE WS-RUN-CCYYDDD TO CO-RUN-DATE.
           CALL "CORRLOG01" USING WS-CORRESPONDENCE-LOG-REQUEST.
           MOVE CN-LANGUAGE-CODE TO TP-LANGUAGE.
           MOVE 1 TO TP-LINE-NO.
           MOVE WS-RUN-CCYYDDD TO TP-VALUE (1).
           MOVE CN-CUST-NO TO TP-VALUE (2).
           MOVE CN-CUST-NAME TO TP-VALUE (3).
           PERFORM WRITE-TEMPLATE-LINE.
           PERFORM WRITE-ADDRESS-BLOCK.

           MOVE 4 TO TP-LINE-NO.
           PERFORM WRITE-TEMPLATE-LINE.
           PERFORM UNTIL MV-IDX > WS-MOVE-COUNT
                   OR WS-MOVE-CUST-NO (MV-IDX) NOT = CN-CUST-NO
               PERFORM WRITE-ONE-MOVE-LINE
               SET MV-IDX UP BY 1
           END-PERFORM.
           MOVE 7 TO TP-LINE-NO.
           PERFORM WRITE-TEMPLATE-LINE.
           MOVE SPACES TO NOTICE-REC.
           PERFORM WRITE-NOTICE-REC.

       WRITE-ADDRESS-BLOCK.
           MOVE CN-CUST-NO     TO PA-CUST-NO.
           MOVE WS-RUN-CCYYDDD TO PA-AS-OF-DATE.
           CALL "PTYADR01" USING WS-PARTY-ADDRESS-REQUEST.
           PERFORM VARYING WS-JOINT-IDX FROM 1 BY 1
                   UNTIL WS-JOINT-IDX > PA-JOINT-COUNT
               MOVE 2 TO TP-LINE-NO
               MOVE PA-JOINT-NAME (WS-JOINT-IDX) TO TP-VALUE (1)
               PERFORM WRITE-TEMPLATE-LINE
           END-PERFORM.
           IF PA-HAS-CARE-OF
               MOVE 3 TO TP-LINE-NO
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
           MOVE "|"                TO AF-DELIMITER.
           CALL "ADDRFMT01" USING WS-ADDR-FORMAT-REQUEST.
           MOVE SPACES TO NOTICE-REC.
           STRING "  " AF-FORMATTED-LINE
               DELIMITED BY SIZE INTO NOTICE-REC.
           PERFORM WRITE-NOTICE-REC.

       WRITE-ONE-MOVE-LINE.
           MOVE 5 TO TP-LINE-NO.
           MOVE WS-MOVE-ACCT-NO (MV-IDX) TO TP-VALUE (1).
           MOVE WS-MOVE-OLD-CODE (MV-IDX) TO WS-LOOKUP-CODE.
           PERFORM FIND-PRODUCT-NAME.
           MOVE WS-PRODUCT-NAME TO TP-VALUE (2).
           PERFORM WRITE-TEMPLATE-LINE.
           MOVE 6 TO TP-LINE-NO.
           MOVE WS-MOVE-NEW-CODE (MV-IDX) TO WS-LOOKUP-CODE.
           PERFORM FIND-PRODUCT-NAME.
           MOVE WS-PRODUCT-NAME TO TP-VALUE (1).
           MOVE WS-RUN-CCYYDDD TO TP-VALUE (2).
           PERFORM WRITE-TEMPLATE-LINE.

      *    The customer reads the product's statement wording; a
      *    product with none falls back to its catalog description.
       FIND-PRODUCT-NAME.
           MOVE WS-LOOKUP-CODE TO WS-PRODUCT-NAME.
           PERFORM FIND-CATALOG-ROW.
           IF WS-WAS-FOUND
               IF WS-CATALOG-WORDING (PC-IDX) = SPACES
                   MOVE WS-CATALOG-DESCRIPTION (PC-IDX)
                       TO WS-PRODUCT-NAME
               ELSE
                   MOVE WS-CATALOG-WORDING (PC-IDX)
                       TO WS-PRODUCT-NAME
               END-IF
           END-IF.

       WRITE-TEMPLATE-LINE.
           CALL "CORTPL01" USING WS-CORR-TEMPLATE-REQUEST.
           MOVE TP-TEXT-LINE TO NOTICE-REC.
           PERFORM WRITE-NOTICE-REC.

       WRITE-NOTICE-REC.
           IF WS-NOTICE-HELD
               WRITE HELD-CORRESPONDENCE-REC FROM NOTICE-REC
           ELSE
               WRITE NOTICE-REC
           END-IF.

       RECONCILE-NOTICE-COUNTS.
           IF WS-NOTICES-WRITTEN + WS-NOTICES-HELD
                   NOT = WS-AFFECTED-COUNT
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "PRDRET01" TO ER-JOB-STEP
               MOVE "PRNC" TO ER-ERROR-CODE
               MOVE "MIGRATION NOTICE COUNT DOES NOT RECONCILE"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               IF WS-STEP-RETURN < 4
                   MOVE 4 TO WS-STEP-RETURN
               END-IF
           END-IF.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "PRDRET01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-IN-STATUS = "00"
               READ ACCOUNT-MASTER-IN
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

       STAMP-ACCOUNT-HEADER.
           MOVE "PRDRET01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           SET LC-ACTION-STAMP TO TRUE.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           WRITE ACCOUNT-MASTER-OUT-REC FROM LC-RECORD-IMAGE.
       END PROGRAM PRDRET01.
