       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDMNT01.
      ***************************************************************
      *  PRDMNT01 - product catalog maintenance.  Nightly step that
      *  keeps the WSPRDCAT product catalog the way HSHMNT01 keeps
      *  households: the catalog loads into a table, tonight's
      *  transactions apply against the table in arrival order,
      *  and the table is written back with any new products after
      *  the existing ones.  An add puts a product on the catalog
      *  active from tonight; a change replaces its name, rate
      *  key, default term, minimum balance, currency and
      *  statement wording but never its type - accounts already
      *  opened onto it were opened as that type; a status change
      *  moves it through its lifecycle.  A product closed to new
      *  accounts can be reopened, but retirement is final, and a
      *  retiring product must name an active successor of the
      *  same type for PRDRET01 to move its accounts onto.  The
      *  basic checking product every onboarded customer's default
      *  account opens onto is never closed or retired.  Every
      *  transaction that cannot apply goes to a reject file with
      *  a reason code, and every applied change is logged.
      *
      *  Transaction layout, arrival order:
      *    col 1      action code A(dd) / C(hange) / S(tatus)
      *    col 2-3    product code
      *    col 4-7    rate-master key            (A and C)
      *    col 8-31   description                (A and C)
      *    col 32     type D / T / L             (A and C)
      *    col 33-35  default term in months     (A and C)
      *    col 36     lifecycle status A / C / R (S only)
      *    col 37-38  successor product code     (S to R only)
      *    col 39-47  minimum balance 9(7)V99    (A and C)
      *    col 48-50  currency; blank is USD     (A and C)
      *    col 51-80  statement wording          (A and C)
      *  so that columns 2 onward line up with the catalog record.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-CATALOG-FILE
               ASSIGN TO "data/product_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT PRODUCT-TXN-FILE
               ASSIGN TO "data/product_maint_txns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT PRODUCT-REJECT-FILE
               ASSIGN TO "data/product_maint_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT PRODUCT-LOG-FILE
               ASSIGN TO "data/product_maint_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-CATALOG-FILE.
       COPY WSPRDCAT.

       FD  PRODUCT-TXN-FILE.
       01  PRODUCT-TXN-REC.
           02 PX-ACTION                  PIC X(1).
           02 PX-PRODUCT-CODE            PIC X(2).
           02 PX-RATE-KEY                PIC X(4).
           02 PX-DESCRIPTION             PIC X(24).
           02 PX-PRODUCT-TYPE            PIC X(1).
               88 PX-TYPE-VALID          VALUE "D" "T" "L".
           02 PX-DEFAULT-TERM            PIC X(3).
           02 PX-LIFECYCLE-STATUS        PIC X(1).
               88 PX-STATUS-ACTIVE       VALUE "A".
               88 PX-STATUS-CLOSED       VALUE "C".
               88 PX-STATUS-RETIRED      VALUE "R".
               88 PX-STATUS-VALID        VALUE "A" "C" "R".
           02 PX-SUCCESSOR-CODE          PIC X(2).
           02 PX-MINIMUM-BALANCE         PIC X(9).
           02 PX-CURRENCY-CODE           PIC X(3).
           02 PX-STATEMENT-WORDING       PIC X(30).

       FD  PRODUCT-REJECT-FILE.
       01  PRODUCT-REJECT-REC            PIC X(90).

       FD  PRODUCT-LOG-FILE.
       01  PRODUCT-LOG-REC               PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-CATALOG-FILE-STATUS         PIC XX.
       01 WS-TXN-FILE-STATUS             PIC XX.
       01 WS-REJECT-FILE-STATUS          PIC XX.
       01 WS-LOG-FILE-STATUS             PIC XX.
       01 WS-TXNS-READ                   PIC 9(5) VALUE 0.
       01 WS-TXNS-APPLIED                PIC 9(5) VALUE 0.
       01 WS-TXNS-REJECTED               PIC 9(5) VALUE 0.
       01 WS-PRODUCTS-ADDED              PIC 9(5) VALUE 0.
       01 WS-PRODUCTS-CHANGED            PIC 9(5) VALUE 0.
       01 WS-STATUS-CHANGES              PIC 9(5) VALUE 0.
       01 WS-PRODUCTS-WRITTEN            PIC 9(5) VALUE 0.
       01 WS-KEY-HASH                    PIC 9(13)V99 VALUE 0.
       01 WS-REJECT-REASON               PIC X(4).
       01 WS-OLD-STATUS                  PIC X(1).
       01 WS-DEFAULT-PRODUCT-CODE        PIC X(2) VALUE "AB".
       01 WS-FIELDS-SWITCH               PIC X(1).
           88 WS-FIELDS-VALID            VALUE "Y".
       01 WS-ROW-FOUND                   PIC X(1).
           88 WS-ROW-WAS-FOUND           VALUE "Y".
       01 WS-SUCCESSOR-FOUND             PIC X(1).
           88 WS-SUCCESSOR-USABLE        VALUE "Y".
      *
      *  The catalog in storage, in file order.  Each entry is
      *  byte-for-byte a WSPRDCAT record.
      *
       01 WS-CATALOG-TABLE.
           05 WS-CATALOG-COUNT           PIC 9(3) VALUE 0.
           05 WS-CATALOG-ENTRY OCCURS 100 TIMES INDEXED BY PC-IDX
                                                       SU-IDX.
               10 WS-CATALOG-CODE        PIC X(2).
               10 WS-CATALOG-RATE-KEY    PIC 9(4).
               10 WS-CATALOG-DESCRIPTION PIC X(24).
               10 WS-CATALOG-TYPE        PIC X(1).
               10 WS-CATALOG-TERM        PIC 9(3).
               10 WS-CATALOG-STATUS      PIC X(1).
                   88 WS-CATALOG-ACTIVE  VALUE "A" " ".
                   88 WS-CATALOG-RETIRED VALUE "R".
               10 WS-CATALOG-SUCCESSOR   PIC X(2).
               10 WS-CATALOG-STATUS-DATE PIC 9(7).
               10 WS-CATALOG-MIN-BALANCE PIC 9(7)V99.
               10 WS-CATALOG-CURRENCY    PIC X(3).
               10 WS-CATALOG-WORDING     PIC X(30).
       COPY WSRUNLCK.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSCTLTOT.

       PROCEDURE DIVISION.
       PRDMNT01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "PRDMNT01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           MOVE "PRDMNT01" TO RL-JOB-NAME.
           MOVE "MASTERS" TO RL-LOCK-NAME.
           MOVE WS-RUN-CCYYDDD TO RL-RUN-DATE.
           SET RL-ACTION-ACQUIRE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           IF RL-REFUSED
               DISPLAY "PRDMNT01: LOCK " RL-LOCK-NAME
                   " HELD BY " RL-HOLDER-JOB
                   " SINCE " RL-HOLDER-TIME " - NOT STARTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-CATALOG-TABLE.

           OPEN INPUT PRODUCT-TXN-FILE.
           OPEN OUTPUT PRODUCT-REJECT-FILE.
           OPEN OUTPUT PRODUCT-LOG-FILE.
           IF WS-TXN-FILE-STATUS = "00"
               PERFORM UNTIL WS-TXN-FILE-STATUS = "10"
                   READ PRODUCT-TXN-FILE
                       AT END
                           MOVE "10" TO WS-TXN-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-TXNS-READ
                           PERFORM APPLY-ONE-PRODUCT-TXN
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-TXN-FILE
           END-IF.
           CLOSE PRODUCT-REJECT-FILE.
           CLOSE PRODUCT-LOG-FILE.

           PERFORM WRITE-CATALOG-TABLE.
           PERFORM POST-CONTROL-TOTALS.

           DISPLAY "PRDMNT01: TXNS READ=" WS-TXNS-READ.
           DISPLAY "PRDMNT01: TXNS APPLIED=" WS-TXNS-APPLIED.
           DISPLAY "PRDMNT01: TXNS REJECTED=" WS-TXNS-REJECTED.
           DISPLAY "PRDMNT01: PRODUCTS ADDED=" WS-PRODUCTS-ADDED
               " CHANGED=" WS-PRODUCTS-CHANGED
               " STATUS CHANGES=" WS-STATUS-CHANGES.
           DISPLAY "PRDMNT01: PRODUCT RECORDS OUT="
               WS-PRODUCTS-WRITTEN.

           MOVE WS-PRODUCTS-WRITTEN TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           SET RL-ACTION-RELEASE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           GOBACK.

       LOAD-CATALOG-TABLE.
           OPEN INPUT PRODUCT-CATALOG-FILE.
           IF WS-CATALOG-FILE-STATUS = "00"
               PERFORM UNTIL WS-CATALOG-FILE-STATUS = "10"
                   READ PRODUCT-CATALOG-FILE
                       AT END
                           MOVE "10" TO WS-CATALOG-FILE-STATUS
                       NOT AT END
                           IF WS-CATALOG-COUNT < 100
                               ADD 1 TO WS-CATALOG-COUNT
                               SET PC-IDX TO WS-CATALOG-COUNT
                               MOVE WS-PRODUCT-CATALOG-RECORD
                                   TO WS-CATALOG-ENTRY (PC-IDX)
                           ELSE
                               DISPLAY "PRDMNT01: CATALOG TABLE FULL"
                                   " - PRODUCT DROPPED "
                                   PD-PRODUCT-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-CATALOG-FILE
           END-IF.

       APPLY-ONE-PRODUCT-TXN.
           PERFORM FIND-PRODUCT-ROW.
           EVALUATE TRUE
               WHEN PX-PRODUCT-CODE = SPACES
                   MOVE "FMT " TO WS-REJECT-REASON
                   PERFORM WRITE-PRODUCT-REJECT
               WHEN PX-ACTION = "A"
                   PERFORM JUDGE-ADD-PRODUCT
               WHEN PX-ACTION = "C"
                   PERFORM JUDGE-CHANGE-PRODUCT
               WHEN PX-ACTION = "S"
                   PERFORM JUDGE-STATUS-CHANGE
               WHEN OTHER
                   MOVE "ACTN" TO WS-REJECT-REASON
                   PERFORM WRITE-PRODUCT-REJECT
           END-EVALUATE.

       JUDGE-ADD-PRODUCT.
           PERFORM VALIDATE-PRODUCT-FIELDS.
           EVALUATE TRUE
               WHEN WS-ROW-WAS-FOUND
                   MOVE "EXST" TO WS-REJECT-REASON
                   PERFORM WRITE-PRODUCT-REJECT
               WHEN NOT WS-FIELDS-VALID
                   PERFORM WRITE-PRODUCT-REJECT
               WHEN WS-CATALOG-COUNT NOT < 100
                   MOVE "FULL" TO WS-REJECT-REASON
                   PERFORM WRITE-PRODUCT-REJECT
               WHEN OTHER
                   PERFORM APPLY-ADD-PRODUCT
           END-EVALUATE.

      ***************************************************************
      *  A retired product is history - its accounts have moved
      *  on - so it takes no more changes; and a product's type is
      *  fixed for good once it is on the catalog.
      ***************************************************************
       JUDGE-CHANGE-PRODUCT.
           PERFORM VALIDATE-PRODUCT-FIELDS.
           EVALUATE TRUE
               WHEN NOT WS-ROW-WAS-FOUND
                   MOVE "NFND" TO WS-REJECT-REASON
                   PERFORM WRITE-PRODUCT-REJECT
               WHEN WS-CATALOG-RETIRED (PC-IDX)
                   MOVE "RETD" TO WS-REJECT-REASON
                   PERFORM WRITE-PRODUCT-REJECT
               WHEN NOT WS-FIELDS-VALID
                   PERFORM WRITE-PRODUCT-REJECT
               WHEN PX-PRODUCT-TYPE NOT = WS-CATALOG-TYPE (PC-IDX)
                   MOVE "TYPE" TO WS-REJECT-REASON
                   PERFORM WRITE-PRODUCT-REJECT
               WHEN OTHER
                   PERFORM APPLY-CHANGE-PRODUCT
           END-EVALUATE.

       JUDGE-STATUS-CHANGE.
           IF WS-ROW-WAS-FOUND
               PERFORM FIND-SUCCESSOR-ROW
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-ROW-WAS-FOUND
                   MOVE "NFND" TO WS-REJECT-REASON
                   PERFORM WRITE-PRODUCT-REJECT
               WHEN NOT PX-STATUS-VALID
                   MOVE "STAT" TO WS-REJECT-REASON
                   PERFORM WRITE-PRODUCT-REJECT
               WHEN WS-CATALOG-RETIRED (PC-IDX)
                   MOVE "RETD" TO WS-REJECT-REASON
                   PERFORM WRITE-PRODUCT-REJECT
               WHEN PX-LIFECYCLE-STATUS = WS-CATALOG-STATUS (PC-IDX)
               WHEN PX-STATUS-ACTIVE AND WS-CATALOG-ACTIVE (PC-IDX)
                   MOVE "SAME" TO WS-REJECT-REASON
                   PERFORM WRITE-PRODUCT-REJECT
               WHEN PX-PRODUCT-CODE = WS-DEFAULT-PRODUCT-CODE
                   MOVE "DFLT" TO WS-REJECT-REASON
                   PERFORM WRITE-PRODUCT-REJECT
               WHEN PX-STATUS-RETIRED AND NOT WS-SUCCESSOR-USABLE
                   MOVE "SUCC" TO WS-REJECT-REASON
                   PERFORM WRITE-PRODUCT-REJECT
               WHEN NOT PX-STATUS-RETIRED
                       AND PX-SUCCESSOR-CODE NOT = SPACES
                   MOVE "SUCC" TO WS-REJECT-REASON
                   PERFORM WRITE-PRODUCT-REJECT
               WHEN OTHER
                   PERFORM APPLY-STATUS-CHANGE
           END-EVALUATE.

      ***************************************************************
      *  The fields an add or change supplies: a known type, a
      *  numeric rate key, default term and minimum balance, and
      *  a term on a term or loan product only.  The status and
      *  successor columns belong to status changes and must be
      *  blank here.
      ***************************************************************
       VALIDATE-PRODUCT-FIELDS.
           MOVE "N" TO WS-FIELDS-SWITCH.
           EVALUATE TRUE
               WHEN NOT PX-TYPE-VALID
                   MOVE "TYPE" TO WS-REJECT-REASON
               WHEN PX-RATE-KEY NOT NUMERIC
                   MOVE "RKEY" TO WS-REJECT-REASON
               WHEN PX-DEFAULT-TERM NOT NUMERIC
                   MOVE "TERM" TO WS-REJECT-REASON
               WHEN PX-PRODUCT-TYPE = "D"
                       AND PX-DEFAULT-TERM NOT = "000"
                   MOVE "TERM" TO WS-REJECT-REASON
               WHEN PX-PRODUCT-TYPE NOT = "D"
                       AND PX-DEFAULT-TERM = "000"
                   MOVE "TERM" TO WS-REJECT-REASON
               WHEN PX-MINIMUM-BALANCE NOT NUMERIC
                   MOVE "MINB" TO WS-REJECT-REASON
               WHEN PX-DESCRIPTION = SPACES
                   MOVE "NAME" TO WS-REJECT-REASON
               WHEN PX-LIFECYCLE-STATUS NOT = SPACE
               WHEN PX-SUCCESSOR-CODE NOT = SPACES
                   MOVE "STAT" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE "Y" TO WS-FIELDS-SWITCH
           END-EVALUATE.

       FIND-PRODUCT-ROW.
           MOVE "N" TO WS-ROW-FOUND.
           PERFORM VARYING PC-IDX FROM 1 BY 1
                   UNTIL PC-IDX > WS-CATALOG-COUNT OR WS-ROW-WAS-FOUND
               IF WS-CATALOG-CODE (PC-IDX) = PX-PRODUCT-CODE
                   MOVE "Y" TO WS-ROW-FOUND
               END-IF
           END-PERFORM.
           IF WS-ROW-WAS-FOUND
               SET PC-IDX DOWN BY 1
           END-IF.

      *    A successor must be some other product on the catalog,
      *    still open to new accounts, and of the same type.
       FIND-SUCCESSOR-ROW.
           MOVE "N" TO WS-SUCCESSOR-FOUND.
           PERFORM VARYING SU-IDX FROM 1 BY 1
                   UNTIL SU-IDX > WS-CATALOG-COUNT
               IF WS-CATALOG-CODE (SU-IDX) = PX-SUCCESSOR-CODE
                       AND PX-SUCCESSOR-CODE NOT = PX-PRODUCT-CODE
                       AND WS-CATALOG-ACTIVE (SU-IDX)
                       AND WS-CATALOG-TYPE (SU-IDX)
                           = WS-CATALOG-TYPE (PC-IDX)
                   MOVE "Y" TO WS-SUCCESSOR-FOUND
               END-IF
           END-PERFORM.

       APPLY-ADD-PRODUCT.
           ADD 1 TO WS-CATALOG-COUNT.
           SET PC-IDX TO WS-CATALOG-COUNT.
           MOVE PX-PRODUCT-CODE TO WS-CATALOG-CODE (PC-IDX).
           MOVE "A" TO WS-CATALOG-STATUS (PC-IDX).
           MOVE SPACES TO WS-CATALOG-SUCCESSOR (PC-IDX).
           MOVE WS-RUN-CCYYDDD TO WS-CATALOG-STATUS-DATE (PC-IDX).
           PERFORM MOVE-PRODUCT-FIELDS.
           ADD 1 TO WS-PRODUCTS-ADDED.
           ADD 1 TO WS-TXNS-APPLIED.
           MOVE SPACES TO PRODUCT-LOG-REC.
           STRING WS-RUN-CCYYDDD " A " PX-PRODUCT-CODE
                   " TYPE=" PX-PRODUCT-TYPE
                   " KEY=" PX-RATE-KEY
                   " " PX-DESCRIPTION
                   " CCY=" WS-CATALOG-CURRENCY (PC-IDX)
               DELIMITED BY SIZE INTO PRODUCT-LOG-REC.
           WRITE PRODUCT-LOG-REC.

       APPLY-CHANGE-PRODUCT.
           PERFORM MOVE-PRODUCT-FIELDS.
           ADD 1 TO WS-PRODUCTS-CHANGED.
           ADD 1 TO WS-TXNS-APPLIED.
           MOVE SPACES TO PRODUCT-LOG-REC.
           STRING WS-RUN-CCYYDDD " C " PX-PRODUCT-CODE
                   " KEY=" PX-RATE-KEY
                   " " PX-DESCRIPTION
                   " CCY=" WS-CATALOG-CURRENCY (PC-IDX)
               DELIMITED BY SIZE INTO PRODUCT-LOG-REC.
           WRITE PRODUCT-LOG-REC.

       MOVE-PRODUCT-FIELDS.
           MOVE PX-RATE-KEY TO WS-CATALOG-RATE-KEY (PC-IDX).
           MOVE PX-DESCRIPTION TO WS-CATALOG-DESCRIPTION (PC-IDX).
           MOVE PX-PRODUCT-TYPE TO WS-CATALOG-TYPE (PC-IDX).
           MOVE PX-DEFAULT-TERM TO WS-CATALOG-TERM (PC-IDX).
           MOVE PX-MINIMUM-BALANCE TO WS-CATALOG-MIN-BALANCE (PC-IDX).
           IF PX-CURRENCY-CODE = SPACES
               MOVE "USD" TO WS-CATALOG-CURRENCY (PC-IDX)
           ELSE
               MOVE PX-CURRENCY-CODE TO WS-CATALOG-CURRENCY (PC-IDX)
           END-IF.
           MOVE PX-STATEMENT-WORDING TO WS-CATALOG-WORDING (PC-IDX).

       APPLY-STATUS-CHANGE.
           MOVE WS-CATALOG-STATUS (PC-IDX) TO WS-OLD-STATUS.
           IF WS-OLD-STATUS = SPACE
               MOVE "A" TO WS-OLD-STATUS
           END-IF.
           MOVE PX-LIFECYCLE-STATUS TO WS-CATALOG-STATUS (PC-IDX).
           MOVE PX-SUCCESSOR-CODE TO WS-CATALOG-SUCCESSOR (PC-IDX).
           MOVE WS-RUN-CCYYDDD TO WS-CATALOG-STATUS-DATE (PC-IDX).
           ADD 1 TO WS-STATUS-CHANGES.
           ADD 1 TO WS-TXNS-APPLIED.
           MOVE SPACES TO PRODUCT-LOG-REC.
           STRING WS-RUN-CCYYDDD " S " PX-PRODUCT-CODE
                   " STATUS " WS-OLD-STATUS
                   " TO " PX-LIFECYCLE-STATUS
                   " SUCCESSOR=" PX-SUCCESSOR-CODE
               DELIMITED BY SIZE INTO PRODUCT-LOG-REC.
           WRITE PRODUCT-LOG-REC.

       WRITE-PRODUCT-REJECT.
           ADD 1 TO WS-TXNS-REJECTED.
           MOVE SPACES TO PRODUCT-REJECT-REC.
           STRING WS-REJECT-REASON " " PRODUCT-TXN-REC
               DELIMITED BY SIZE INTO PRODUCT-REJECT-REC.
           WRITE PRODUCT-REJECT-REC.

       WRITE-CATALOG-TABLE.
           OPEN OUTPUT PRODUCT-CATALOG-FILE.
           PERFORM VARYING PC-IDX FROM 1 BY 1
                   UNTIL PC-IDX > WS-CATALOG-COUNT
               WRITE WS-PRODUCT-CATALOG-RECORD
                   FROM WS-CATALOG-ENTRY (PC-IDX)
               ADD 1 TO WS-PRODUCTS-WRITTEN
               ADD WS-CATALOG-RATE-KEY (PC-IDX) TO WS-KEY-HASH
           END-PERFORM.
           CLOSE PRODUCT-CATALOG-FILE.

      ***************************************************************
      *  The catalog carries no money, so its hash is the sum of
      *  the rate-master keys, as the household file's is the sum
      *  of its customer numbers.
      ***************************************************************
       POST-CONTROL-TOTALS.
           MOVE WS-RUN-CCYYDDD TO CT-RUN-DATE.
           MOVE "PRDMNT01" TO CT-STEP-NAME.
           SET CT-ROLE-PRODUCER TO TRUE.
           MOVE "data/product_catalog.dat" TO CT-FILE-NAME.
           MOVE WS-PRODUCTS-WRITTEN TO CT-RECORD-COUNT.
           MOVE WS-KEY-HASH TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.
       END PROGRAM PRDMNT01.
