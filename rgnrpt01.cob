      *  UNKNOWN column, and the region totals are proven against
      *  the whole-file totals - a dropped region fails the run
      *  arithmetically instead of shipping a short spreadsheet.
      *  A second section breaks each region's open accounts down
      *  by product from the account master - accounts held and
      *  their balance - with each product shown by the name the
      *  product catalog gives it rather than its two-character
      *  code; a code the catalog does not know shows as the code.
      *  Open accounts past the account table are counted on a LEFT
      *  OUT line and fail the run the way a short proof does.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "data/interest_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT PRODUCT-CATALOG-FILE
               ASSIGN TO "data/product_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT REGION-REPORT-FILE
               ASSIGN TO "data/region_balance_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  INTEREST-JOURNAL-FILE.
       01  INTEREST-JOURNAL-REC          PIC X(90).

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  PRODUCT-CATALOG-FILE.
       COPY WSPRDCAT.

       FD  REGION-REPORT-FILE.
       01  REGION-REPORT-REC             PIC X(110).

       01 WS-INTAKE-FILE-STATUS          PIC XX.
       01 WS-JOURNAL-FILE-STATUS         PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-CATALOG-FILE-STATUS         PIC XX.
       01 WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-COUNT           PIC 9(4) VALUE 0.
           05 WS-ACCOUNT-ENTRY OCCURS 5000 TIMES INDEXED BY AC-IDX.
               10 WS-ACCT-CUST-NO        PIC 9(9).
               10 WS-ACCT-PRODUCT        PIC X(2).
               10 WS-ACCT-BALANCE        PIC S9(9)V99.
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-COUNT           PIC 9(3) VALUE 0.
           05 WS-PRODUCT-ENTRY OCCURS 100 TIMES INDEXED BY PN-IDX.
               10 WS-PRODUCT-CODE        PIC X(2).
               10 WS-PRODUCT-NAME        PIC X(24).
       01 WS-BIRTH-TABLE.
           05 WS-BIRTH-COUNT             PIC 9(4) VALUE 0.
           05 WS-BIRTH-ENTRY OCCURS 1000 TIMES INDEXED BY BI-IDX.
                   15 WS-CELL-CUSTOMERS  PIC 9(7).
                   15 WS-CELL-BALANCE    PIC S9(13)V99.
                   15 WS-CELL-INTEREST   PIC S9(11)V99.
               10 WS-RGN-PRODUCT-COUNT   PIC 9(2).
               10 WS-RGN-PRODUCT OCCURS 20 TIMES INDEXED BY RP-IDX.
                   15 WS-RP-CODE         PIC X(2).
                   15 WS-RP-ACCOUNTS     PIC 9(7).
                   15 WS-RP-BALANCE      PIC S9(13)V99.
       01 WS-BAND-NAMES.
           05 FILLER PIC X(8) VALUE "INFANT".
           05 FILLER PIC X(8) VALUE "BABY".
       01 WS-PROOF-INTEREST              PIC S9(11)V99.
       01 WS-BALANCE-DISPLAY             PIC +9(13).99.
       01 WS-INTEREST-DISPLAY            PIC +9(11).99.
       01 WS-PRODUCT-SLOT                PIC 9(2).
       01 WS-REPORT-PRODUCT-NAME         PIC X(24).
       01 WS-PRODUCTS-DROPPED            PIC 9(5) VALUE 0.
       01 WS-ACCOUNTS-LEFT-OUT           PIC 9(7) VALUE 0.
       01 WS-STEP-RETURN                 PIC 9(2) VALUE 0.
       COPY WSAGEBND.
       COPY WSAGEDRV.
       COPY WSCDXREF.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSEXCLOG.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-BIRTH-DATES.
           PERFORM LOAD-PERIOD-INTEREST.
           PERFORM LOAD-OPEN-ACCOUNTS.
           PERFORM LOAD-PRODUCT-NAMES.
           PERFORM TABULATE-MASTER.
           PERFORM WRITE-CROSS-TAB.
           PERFORM PROVE-REGION-TOTALS.

           DISPLAY "RGNRPT01: CUSTOMERS=" WS-GRAND-CUSTOMERS
               " REGIONS=" WS-REGION-COUNT.
           IF WS-ACCOUNTS-LEFT-OUT > 0
               DISPLAY "RGNRPT01: LEFT OUT ACCOUNTS="
                   WS-ACCOUNTS-LEFT-OUT
           END-IF.

           MOVE WS-GRAND-CUSTOMERS TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           MOVE WS-STEP-RETURN TO RETURN-CODE.
           GOBACK.

       LOAD-BIRTH-DATES.
      ***************************************************************
       LOAD-PERIOD-INTEREST.
           OPEN INPUT INTEREST-JOURNAL-FILE.
           PERFORM SKIP-INTEREST-HEADER.
           IF WS-JOURNAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-FILE-STATUS = "10"
                   READ INTEREST-JOURNAL-FILE
               MOVE WS-JOURNAL-AMOUNT TO WS-INT-AMOUNT (IN-IDX)
           END-IF.

      ***************************************************************
      *  Open accounts only, for the region by product section; a
      *  closed account holds nothing a region manages any more.
      ***************************************************************
       LOAD-OPEN-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           IF AM-ACCOUNT-OPEN
                               PERFORM TABLE-ONE-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           IF WS-ACCOUNTS-LEFT-OUT > 0
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "RGNRPT01" TO ER-JOB-STEP
               MOVE "RGNP" TO ER-ERROR-CODE
               MOVE "OPEN ACCOUNTS OVER 5000 - PRODUCTS SHORT"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               MOVE 8 TO WS-STEP-RETURN
           END-IF.

       TABLE-ONE-ACCOUNT.
           IF WS-ACCOUNT-COUNT < 5000
               ADD 1 TO WS-ACCOUNT-COUNT
               SET AC-IDX TO WS-ACCOUNT-COUNT
               MOVE AM-CUST-NO TO WS-ACCT-CUST-NO (AC-IDX)
               MOVE AM-PRODUCT-CODE TO WS-ACCT-PRODUCT (AC-IDX)
               MOVE AM-BALANCE TO WS-ACCT-BALANCE (AC-IDX)
           ELSE
               ADD 1 TO WS-ACCOUNTS-LEFT-OUT
           END-IF.

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
                           MOVE PD-DESCRIPTION
                               TO WS-PRODUCT-NAME (PN-IDX)
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-CATALOG-FILE
           END-IF.

       TABULATE-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
           ADD 1 TO WS-GRAND-CUSTOMERS.
           ADD CN-BALANCE TO WS-GRAND-BALANCE.
           ADD WS-CUST-INTEREST TO WS-GRAND-INTEREST.
           PERFORM VARYING AC-IDX FROM 1 BY 1
                   UNTIL AC-IDX > WS-ACCOUNT-COUNT
               IF WS-ACCT-CUST-NO (AC-IDX) = CN-CUST-NO
                   PERFORM TALLY-ONE-ACCOUNT
               END-IF
           END-PERFORM.

      *    A region holds up to twenty products; an account on a
      *    product past that is counted as left out and reported.
       TALLY-ONE-ACCOUNT.
           MOVE 0 TO WS-PRODUCT-SLOT.
           PERFORM VARYING RP-IDX FROM 1 BY 1
                   UNTIL RP-IDX > WS-RGN-PRODUCT-COUNT (RG-IDX)
                       OR WS-PRODUCT-SLOT > 0
               IF WS-RP-CODE (RG-IDX RP-IDX) = WS-ACCT-PRODUCT (AC-IDX)
                   SET WS-PRODUCT-SLOT TO RP-IDX
               END-IF
           END-PERFORM.
           IF WS-PRODUCT-SLOT = 0
                   AND WS-RGN-PRODUCT-COUNT (RG-IDX) < 20
               ADD 1 TO WS-RGN-PRODUCT-COUNT (RG-IDX)
               MOVE WS-RGN-PRODUCT-COUNT (RG-IDX) TO WS-PRODUCT-SLOT
               SET RP-IDX TO WS-PRODUCT-SLOT
               MOVE WS-ACCT-PRODUCT (AC-IDX)
                   TO WS-RP-CODE (RG-IDX RP-IDX)
               MOVE 0 TO WS-RP-ACCOUNTS (RG-IDX RP-IDX)
               MOVE 0 TO WS-RP-BALANCE (RG-IDX RP-IDX)
           END-IF.
           IF WS-PRODUCT-SLOT = 0
               ADD 1 TO WS-PRODUCTS-DROPPED
           ELSE
               SET RP-IDX TO WS-PRODUCT-SLOT
               ADD 1 TO WS-RP-ACCOUNTS (RG-IDX RP-IDX)
               ADD WS-ACCT-BALANCE (AC-IDX)
                   TO WS-RP-BALANCE (RG-IDX RP-IDX)
           END-IF.

      ***************************************************************
      *  Regions are discovered from the data; spaces report as ??
               MOVE WS-REGION-COUNT TO WS-REGION-SLOT
               SET RG-IDX TO WS-REGION-COUNT
               MOVE WS-REPORT-REGION TO WS-RGN-CODE (RG-IDX)
               MOVE 0 TO WS-RGN-PRODUCT-COUNT (RG-IDX)
               PERFORM VARYING BD-IDX FROM 1 BY 1
                       UNTIL BD-IDX > 7
                   MOVE 0 TO WS-CELL-CUSTOMERS (RG-IDX BD-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO REGION-REPORT-REC.
           STRING "REGION X PRODUCT - OPEN ACCOUNTS"
               DELIMITED BY SIZE INTO REGION-REPORT-REC.
           WRITE REGION-REPORT-REC.
           PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > WS-REGION-COUNT
               PERFORM VARYING RP-IDX FROM 1 BY 1
                       UNTIL RP-IDX > WS-RGN-PRODUCT-COUNT (RG-IDX)
                   PERFORM WRITE-ONE-PRODUCT-LINE
               END-PERFORM
           END-PERFORM.
           IF WS-PRODUCTS-DROPPED > 0
               MOVE SPACES TO REGION-REPORT-REC
               STRING "  ACCOUNTS LEFT OUT - OVER 20 PRODUCTS IN A "
                       "REGION=" WS-PRODUCTS-DROPPED
                   DELIMITED BY SIZE INTO REGION-REPORT-REC
               WRITE REGION-REPORT-REC
           END-IF.
           IF WS-ACCOUNTS-LEFT-OUT > 0
               MOVE SPACES TO REGION-REPORT-REC
               STRING "  LEFT OUT - OPEN ACCOUNTS=" WS-ACCOUNTS-LEFT-OUT
                       " - PRODUCT LINES ABOVE ARE SHORT"
                   DELIMITED BY SIZE INTO REGION-REPORT-REC
               WRITE REGION-REPORT-REC
           END-IF.
           MOVE WS-GRAND-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE WS-GRAND-INTEREST TO WS-INTEREST-DISPLAY.
           MOVE SPACES TO REGION-REPORT-REC.
               DELIMITED BY SIZE INTO REGION-REPORT-REC.
           WRITE REGION-REPORT-REC.

       WRITE-ONE-PRODUCT-LINE.
           MOVE WS-RP-CODE (RG-IDX RP-IDX) TO WS-REPORT-PRODUCT-NAME.
           PERFORM VARYING PN-IDX FROM 1 BY 1
                   UNTIL PN-IDX > WS-PRODUCT-COUNT
               IF WS-PRODUCT-CODE (PN-IDX) = WS-RP-CODE (RG-IDX RP-IDX)
                   MOVE WS-PRODUCT-NAME (PN-IDX)
                       TO WS-REPORT-PRODUCT-NAME
               END-IF
           END-PERFORM.
           MOVE WS-RP-BALANCE (RG-IDX RP-IDX) TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO REGION-REPORT-REC.
           STRING "  REGION " WS-RGN-CODE (RG-IDX)
                   " " WS-REPORT-PRODUCT-NAME
                   " ACCOUNTS=" WS-RP-ACCOUNTS (RG-IDX RP-IDX)
                   " BALANCE=" WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO REGION-REPORT-REC.
           WRITE REGION-REPORT-REC.

      ***************************************************************
      *  The cells must re-add to the whole file exactly; anything
      *  else means a region or band fell out of the tabulation,
               MOVE "REGION CELLS DO NOT RE-ADD TO FILE TOTALS"
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
           MOVE "RGNRPT01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-INTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-INTEREST-HEADER.
           IF WS-JOURNAL-FILE-STATUS = "00"
               READ INTEREST-JOURNAL-FILE
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

       SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               READ CUSTOMER-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM RGNRPT01.
