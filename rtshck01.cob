       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTSHCK01.
      ***************************************************************
      *  RTSHCK01 - interest rate shock simulation.  RTFCST01 prices
      *  a rate change once someone has keyed it; this job answers
      *  the question finance asks first - what would a market move
      *  cost us.  Each shock scenario on the control file moves
      *  the balance-tier rates by a number of basis points, either
      *  for every product or for the products named on their own
      *  lines, and every open demand deposit account's AM-BALANCE
      *  is repriced through the tier structure INTACC01 pays on
      *  (the INTTIR01 service) for twelve months forward: each
      *  month's interest is the balance at its tier's rate over
      *  twelve, rounded as INTACC01 rounds it, and is credited to
      *  the balance before the next month is tiered, so a balance
      *  that grows into the next tier reprices there.  The base
      *  case is the same projection at today's rates.  Term
      *  deposits hold a fixed rate to maturity and loans and
      *  overdrawn balances earn nothing, so none of them reprice.
      *
      *  The report shows each scenario's twelve-month interest
      *  expense against the base case in total, by product, and
      *  by region (the owning customer's CN-REGION-CODE, ?? for
      *  none).  Nothing is updated - the masters and the rate
      *  tables are only read, and the report is the one file
      *  written.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCENARIO-FILE
               ASSIGN TO "data/rate_shock_scenarios.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCENARIO-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT SHOCK-REPORT-FILE
               ASSIGN TO "data/rate_shock_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    One line per shock: a blank product code moves every
      *    product, a named code moves that product alone and wins
      *    over the scenario's every-product line.  A product with
      *    no line in a scenario is not shocked in it.
       FD  SCENARIO-FILE.
       01  SCENARIO-REC.
           02 SR-SCENARIO-ID             PIC X(8).
           02 SR-PRODUCT-CODE            PIC X(2).
           02 SR-DIRECTION               PIC X(1).
               88 SR-SHIFT-UP            VALUE "+".
               88 SR-SHIFT-DOWN          VALUE "-".
           02 SR-BASIS-POINTS            PIC 9(4).

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  SHOCK-REPORT-FILE.
       01  SHOCK-REPORT-REC              PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-SCENARIO-FILE-STATUS        PIC XX.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-SCENARIO-TABLE.
           05 WS-SCENARIO-COUNT          PIC 9(2) VALUE 0.
           05 WS-SCENARIO-ENTRY OCCURS 10 TIMES INDEXED BY SC-IDX.
               10 WS-SCN-ID              PIC X(8).
               10 WS-SCN-HAS-ALL         PIC X(1).
                   88 WS-SCN-SHIFTS-ALL  VALUE "Y".
               10 WS-SCN-ALL-SHIFT       PIC S9(4).
               10 WS-SCN-INTEREST        PIC S9(13)V99.
       01 WS-OVERRIDE-TABLE.
           05 WS-OVERRIDE-COUNT          PIC 9(2) VALUE 0.
           05 WS-OVERRIDE-ENTRY OCCURS 50 TIMES INDEXED BY OV-IDX.
               10 WS-OVR-SCENARIO        PIC 9(2).
               10 WS-OVR-PRODUCT         PIC X(2).
               10 WS-OVR-SHIFT           PIC S9(4).
       01 WS-CUSTOMER-TABLE.
           05 WS-CUSTOMER-COUNT          PIC 9(4) VALUE 0.
           05 WS-CUSTOMER-ENTRY OCCURS 2000 TIMES INDEXED BY CU-IDX.
               10 WS-CUS-CUST-NO         PIC 9(9).
               10 WS-CUS-REGION          PIC X(2).
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-COUNT           PIC 9(2) VALUE 0.
           05 WS-PRODUCT-ENTRY OCCURS 20 TIMES INDEXED BY PR-IDX.
               10 WS-PRD-CODE            PIC X(2).
               10 WS-PRD-ACCOUNTS        PIC 9(7).
               10 WS-PRD-BASE            PIC S9(13)V99.
               10 WS-PRD-SHOCKED         PIC S9(13)V99
                                         OCCURS 10 TIMES.
       01 WS-REGION-TABLE.
           05 WS-REGION-COUNT            PIC 9(2) VALUE 0.
           05 WS-REGION-ENTRY OCCURS 50 TIMES INDEXED BY RG-IDX.
               10 WS-RGN-CODE            PIC X(2).
               10 WS-RGN-ACCOUNTS        PIC 9(7).
               10 WS-RGN-BASE            PIC S9(13)V99.
               10 WS-RGN-SHOCKED         PIC S9(13)V99
                                         OCCURS 10 TIMES.
       01 WS-SLOT-FOUND                  PIC X(1).
           88 WS-SLOT-WAS-FOUND          VALUE "Y".
       01 WS-TABLE-OVERFLOW              PIC X(1) VALUE "N".
           88 WS-TABLE-OVERFLOWED        VALUE "Y".
       01 WS-CUSTOMERS-OVERFLOW          PIC X(1) VALUE "N".
           88 WS-CUSTOMERS-OVERFLOWED    VALUE "Y".
       01 WS-ACCOUNT-REGION              PIC X(2).
       01 WS-SHIFT-BP                    PIC S9(4).
       01 WS-SHOCKED-RATE                PIC S9(3)V9(6).
       01 WS-PROJ-BALANCE                PIC S9(11)V99.
       01 WS-MONTH-INTEREST              PIC S9(11)V99.
       01 WS-PROJECTED-INTEREST          PIC S9(13)V99.
       01 WS-BASE-INTEREST               PIC S9(13)V99.
       01 WS-TOTAL-BASE                  PIC S9(13)V99 VALUE 0.
       01 WS-DELTA                       PIC S9(13)V99.
       01 WS-ACCOUNTS-READ               PIC 9(7) VALUE 0.
       01 WS-ACCOUNTS-REPRICED           PIC 9(7) VALUE 0.
       01 WS-LINES-SKIPPED               PIC 9(3) VALUE 0.
       01 WS-AMOUNT-DISPLAY              PIC Z(12)9.99.
       01 WS-SHOCKED-DISPLAY             PIC Z(12)9.99.
       01 WS-DELTA-DISPLAY               PIC +(13)9.99.
       01 WS-SHIFT-DISPLAY               PIC +9(4).
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSEXCLOG.
       COPY WSINTTIR.

       PROCEDURE DIVISION.
       RTSHCK01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "RTSHCK01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-SHOCK-SCENARIOS.
           PERFORM LOAD-CUSTOMER-REGIONS.

           OPEN OUTPUT SHOCK-REPORT-FILE.
           MOVE SPACES TO SHOCK-REPORT-REC.
           STRING "INTEREST RATE SHOCK SIMULATION  DATE "
                   WS-RUN-CCYYDDD
                   "  HORIZON 12 MONTHS  SCENARIOS="
                   WS-SCENARIO-COUNT
               DELIMITED BY SIZE INTO SHOCK-REPORT-REC.
           WRITE SHOCK-REPORT-REC.

           IF WS-SCENARIO-COUNT = 0
               MOVE SPACES TO SHOCK-REPORT-REC
               MOVE "NO SHOCK SCENARIOS ON THE CONTROL FILE"
                   TO SHOCK-REPORT-REC
               WRITE SHOCK-REPORT-REC
               CLOSE SHOCK-REPORT-FILE
               DISPLAY "RTSHCK01: NO SHOCK SCENARIOS"
               MOVE 0 TO AT-RECORD-COUNT
               SET AT-MODE-TRAILER TO TRUE
               CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM REPRICE-ACCOUNT-MASTER.
           PERFORM WRITE-SCENARIO-RESULTS.
           CLOSE SHOCK-REPORT-FILE.

           DISPLAY "RTSHCK01: ACCOUNTS READ=" WS-ACCOUNTS-READ
               " REPRICED=" WS-ACCOUNTS-REPRICED
               " SCENARIOS=" WS-SCENARIO-COUNT.

           MOVE WS-ACCOUNTS-REPRICED TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           IF WS-TABLE-OVERFLOWED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-LINES-SKIPPED > 0 OR WS-CUSTOMERS-OVERFLOWED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       LOAD-SHOCK-SCENARIOS.
           OPEN INPUT SCENARIO-FILE.
           IF WS-SCENARIO-FILE-STATUS = "00"
               PERFORM UNTIL WS-SCENARIO-FILE-STATUS = "10"
                   READ SCENARIO-FILE
                       AT END
                           MOVE "10" TO WS-SCENARIO-FILE-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-SCENARIO-LINE
                   END-READ
               END-PERFORM
               CLOSE SCENARIO-FILE
           END-IF.

      ***************************************************************
      *  A line whose shift cannot be read is skipped and logged
      *  rather than simulated as some other move than the one
      *  finance asked for.
      ***************************************************************
       LOAD-ONE-SCENARIO-LINE.
           IF SR-SCENARIO-ID = SPACES
                   OR NOT (SR-SHIFT-UP OR SR-SHIFT-DOWN)
                   OR SR-BASIS-POINTS NOT NUMERIC
               MOVE "RSSC" TO ER-ERROR-CODE
               MOVE "SHOCK LINE UNREADABLE - SKIPPED"
                   TO ER-ERROR-TEXT
               PERFORM LOG-SCENARIO-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           MOVE SR-BASIS-POINTS TO WS-SHIFT-BP.
           IF SR-SHIFT-DOWN
               COMPUTE WS-SHIFT-BP = 0 - SR-BASIS-POINTS
           END-IF.

           MOVE "N" TO WS-SLOT-FOUND.
           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > WS-SCENARIO-COUNT
                       OR WS-SLOT-WAS-FOUND
               IF WS-SCN-ID (SC-IDX) = SR-SCENARIO-ID
                   MOVE "Y" TO WS-SLOT-FOUND
               END-IF
           END-PERFORM.
           IF WS-SLOT-WAS-FOUND
               SET SC-IDX DOWN BY 1
           ELSE
               IF WS-SCENARIO-COUNT = 10
                   MOVE "RSSC" TO ER-ERROR-CODE
                   MOVE "OVER 10 SCENARIOS - LINE SKIPPED"
                       TO ER-ERROR-TEXT
                   PERFORM LOG-SCENARIO-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SCENARIO-COUNT
               SET SC-IDX TO WS-SCENARIO-COUNT
               MOVE SR-SCENARIO-ID TO WS-SCN-ID (SC-IDX)
               MOVE "N" TO WS-SCN-HAS-ALL (SC-IDX)
               MOVE 0 TO WS-SCN-ALL-SHIFT (SC-IDX)
               MOVE 0 TO WS-SCN-INTEREST (SC-IDX)
           END-IF.

           IF SR-PRODUCT-CODE = SPACES
               MOVE "Y" TO WS-SCN-HAS-ALL (SC-IDX)
               MOVE WS-SHIFT-BP TO WS-SCN-ALL-SHIFT (SC-IDX)
           ELSE
               IF WS-OVERRIDE-COUNT = 50
                   MOVE "RSSC" TO ER-ERROR-CODE
                   MOVE "OVER 50 PRODUCT SHOCKS - LINE SKIPPED"
                       TO ER-ERROR-TEXT
                   PERFORM LOG-SCENARIO-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OVERRIDE-COUNT
               SET OV-IDX TO WS-OVERRIDE-COUNT
               SET WS-OVR-SCENARIO (OV-IDX) TO SC-IDX
               MOVE SR-PRODUCT-CODE TO WS-OVR-PRODUCT (OV-IDX)
               MOVE WS-SHIFT-BP TO WS-OVR-SHIFT (OV-IDX)
           END-IF.

       LOG-SCENARIO-EXCEPTION.
           ADD 1 TO WS-LINES-SKIPPED.
           MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE.
           MOVE "RTSHCK01" TO ER-JOB-STEP.
           CALL "EXCPLOG01" USING WS-ERROR-RECORD.

      ***************************************************************
      *  The region is the owning customer's.  Past the table's
      *  2000 customers the rest are still repriced and still in
      *  the totals and the product lines, only under region ??.
      ***************************************************************
       LOAD-CUSTOMER-REGIONS.
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
           IF WS-CUSTOMER-COUNT < 2000
               ADD 1 TO WS-CUSTOMER-COUNT
               SET CU-IDX TO WS-CUSTOMER-COUNT
               MOVE CN-CUST-NO TO WS-CUS-CUST-NO (CU-IDX)
               MOVE CN-REGION-CODE TO WS-CUS-REGION (CU-IDX)
           ELSE
               IF NOT WS-CUSTOMERS-OVERFLOWED
                   SET WS-CUSTOMERS-OVERFLOWED TO TRUE
                   MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
                   MOVE "RTSHCK01" TO ER-JOB-STEP
                   MOVE "RSOV" TO ER-ERROR-CODE
                   MOVE "OVER 2000 CUSTOMERS - REST REGION ??"
                       TO ER-ERROR-TEXT
                   CALL "EXCPLOG01" USING WS-ERROR-RECORD
               END-IF
           END-IF.

       REPRICE-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-ACCOUNTS-READ
                           PERFORM REPRICE-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

      ***************************************************************
      *  Only the money INTACC01 pays on the tier table reprices.
      *  The base case runs first at no shift, then each scenario
      *  at the shift it names for the account's product.
      ***************************************************************
       REPRICE-ONE-ACCOUNT.
           IF NOT AM-ACCOUNT-OPEN
                   OR NOT AM-DEMAND-ACCOUNT
                   OR AM-LOAN-ACCOUNT
                   OR AM-BALANCE NOT > 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-PRODUCT-SLOT.
           IF NOT WS-SLOT-WAS-FOUND
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ACCOUNT-REGION.
           PERFORM FIND-REGION-SLOT.
           IF NOT WS-SLOT-WAS-FOUND
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACCOUNTS-REPRICED.
           ADD 1 TO WS-PRD-ACCOUNTS (PR-IDX).
           ADD 1 TO WS-RGN-ACCOUNTS (RG-IDX).

           MOVE 0 TO WS-SHIFT-BP.
           PERFORM PROJECT-TWELVE-MONTHS.
           MOVE WS-PROJECTED-INTEREST TO WS-BASE-INTEREST.
           ADD WS-BASE-INTEREST TO WS-TOTAL-BASE.
           ADD WS-BASE-INTEREST TO WS-PRD-BASE (PR-IDX).
           ADD WS-BASE-INTEREST TO WS-RGN-BASE (RG-IDX).

           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > WS-SCENARIO-COUNT
               PERFORM FIND-SCENARIO-SHIFT
               IF WS-SHIFT-BP = 0
                   MOVE WS-BASE-INTEREST TO WS-PROJECTED-INTEREST
               ELSE
                   PERFORM PROJECT-TWELVE-MONTHS
               END-IF
               ADD WS-PROJECTED-INTEREST TO WS-SCN-INTEREST (SC-IDX)
               ADD WS-PROJECTED-INTEREST
                   TO WS-PRD-SHOCKED (PR-IDX, SC-IDX)
               ADD WS-PROJECTED-INTEREST
                   TO WS-RGN-SHOCKED (RG-IDX, SC-IDX)
           END-PERFORM.

       FIND-SCENARIO-SHIFT.
           MOVE 0 TO WS-SHIFT-BP.
           IF WS-SCN-SHIFTS-ALL (SC-IDX)
               MOVE WS-SCN-ALL-SHIFT (SC-IDX) TO WS-SHIFT-BP
           END-IF.
           PERFORM VARYING OV-IDX FROM 1 BY 1
                   UNTIL OV-IDX > WS-OVERRIDE-COUNT
               IF WS-OVR-SCENARIO (OV-IDX) = SC-IDX
                       AND WS-OVR-PRODUCT (OV-IDX) = AM-PRODUCT-CODE
                   MOVE WS-OVR-SHIFT (OV-IDX) TO WS-SHIFT-BP
               END-IF
           END-PERFORM.

      ***************************************************************
      *  Twelve month ends, each tiering the balance as it then
      *  stands.  A shift never takes a rate below zero.
      ***************************************************************
       PROJECT-TWELVE-MONTHS.
           MOVE AM-BALANCE TO WS-PROJ-BALANCE.
           MOVE 0 TO WS-PROJECTED-INTEREST.
           PERFORM PROJECT-ONE-MONTH 12 TIMES.

       PROJECT-ONE-MONTH.
           MOVE WS-PROJ-BALANCE TO IT-BALANCE.
           CALL "INTTIR01" USING WS-INTEREST-TIER-REQUEST.
           IF NOT IT-TIER-FOUND
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SHOCKED-RATE =
               IT-ANNUAL-RATE + WS-SHIFT-BP / 10000.
           IF WS-SHOCKED-RATE < 0
               MOVE 0 TO WS-SHOCKED-RATE
           END-IF.
           COMPUTE WS-MONTH-INTEREST ROUNDED =
               WS-PROJ-BALANCE * WS-SHOCKED-RATE / 12.
           ADD WS-MONTH-INTEREST TO WS-PROJECTED-INTEREST.
           ADD WS-MONTH-INTEREST TO WS-PROJ-BALANCE.

       FIND-PRODUCT-SLOT.
           MOVE "N" TO WS-SLOT-FOUND.
           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > WS-PRODUCT-COUNT
                       OR WS-SLOT-WAS-FOUND
               IF WS-PRD-CODE (PR-IDX) = AM-PRODUCT-CODE
                   MOVE "Y" TO WS-SLOT-FOUND
               END-IF
           END-PERFORM.
           IF WS-SLOT-WAS-FOUND
               SET PR-IDX DOWN BY 1
           ELSE
               IF WS-PRODUCT-COUNT < 20
                   ADD 1 TO WS-PRODUCT-COUNT
                   SET PR-IDX TO WS-PRODUCT-COUNT
                   MOVE AM-PRODUCT-CODE TO WS-PRD-CODE (PR-IDX)
                   MOVE 0 TO WS-PRD-ACCOUNTS (PR-IDX)
                   MOVE 0 TO WS-PRD-BASE (PR-IDX)
                   PERFORM VARYING SC-IDX FROM 1 BY 1
                           UNTIL SC-IDX > 10
                       MOVE 0 TO WS-PRD-SHOCKED (PR-IDX, SC-IDX)
                   END-PERFORM
                   MOVE "Y" TO WS-SLOT-FOUND
               ELSE
                   PERFORM LOG-TABLE-OVERFLOW
               END-IF
           END-IF.

       FIND-ACCOUNT-REGION.
           MOVE "??" TO WS-ACCOUNT-REGION.
           PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > WS-CUSTOMER-COUNT
               IF WS-CUS-CUST-NO (CU-IDX) = AM-CUST-NO
                       AND WS-CUS-REGION (CU-IDX) NOT = SPACES
                   MOVE WS-CUS-REGION (CU-IDX) TO WS-ACCOUNT-REGION
               END-IF
           END-PERFORM.

       FIND-REGION-SLOT.
           MOVE "N" TO WS-SLOT-FOUND.
           PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > WS-REGION-COUNT
                       OR WS-SLOT-WAS-FOUND
               IF WS-RGN-CODE (RG-IDX) = WS-ACCOUNT-REGION
                   MOVE "Y" TO WS-SLOT-FOUND
               END-IF
           END-PERFORM.
           IF WS-SLOT-WAS-FOUND
               SET RG-IDX DOWN BY 1
           ELSE
               IF WS-REGION-COUNT < 50
                   ADD 1 TO WS-REGION-COUNT
                   SET RG-IDX TO WS-REGION-COUNT
                   MOVE WS-ACCOUNT-REGION TO WS-RGN-CODE (RG-IDX)
                   MOVE 0 TO WS-RGN-ACCOUNTS (RG-IDX)
                   MOVE 0 TO WS-RGN-BASE (RG-IDX)
                   PERFORM VARYING SC-IDX FROM 1 BY 1
                           UNTIL SC-IDX > 10
                       MOVE 0 TO WS-RGN-SHOCKED (RG-IDX, SC-IDX)
                   END-PERFORM
                   MOVE "Y" TO WS-SLOT-FOUND
               ELSE
                   PERFORM LOG-TABLE-OVERFLOW
               END-IF
           END-IF.

      *    An account left out of the breakdowns is left out of
      *    the totals too, so what is printed still adds up; the
      *    step ends RC 8 because the results are incomplete.
       LOG-TABLE-OVERFLOW.
           IF NOT WS-TABLE-OVERFLOWED
               SET WS-TABLE-OVERFLOWED TO TRUE
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "RTSHCK01" TO ER-JOB-STEP
               MOVE "RSOV" TO ER-ERROR-CODE
               MOVE "PRODUCT/REGION TABLE FULL - INCOMPLETE"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
           END-IF.

       WRITE-SCENARIO-RESULTS.
           MOVE WS-TOTAL-BASE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO SHOCK-REPORT-REC.
           STRING "ACCOUNTS REPRICED=" WS-ACCOUNTS-REPRICED
                   "  BASE 12-MONTH INTEREST EXPENSE="
                   WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SHOCK-REPORT-REC.
           WRITE SHOCK-REPORT-REC.
           IF WS-TABLE-OVERFLOWED
               MOVE SPACES TO SHOCK-REPORT-REC
               MOVE "*** TABLE FULL - RESULTS INCOMPLETE ***"
                   TO SHOCK-REPORT-REC
               WRITE SHOCK-REPORT-REC
           END-IF.
           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > WS-SCENARIO-COUNT
               PERFORM WRITE-ONE-SCENARIO
           END-PERFORM.

       WRITE-ONE-SCENARIO.
           MOVE SPACES TO SHOCK-REPORT-REC.
           WRITE SHOCK-REPORT-REC.
           MOVE SPACES TO SHOCK-REPORT-REC.
           IF WS-SCN-SHIFTS-ALL (SC-IDX)
               MOVE WS-SCN-ALL-SHIFT (SC-IDX) TO WS-SHIFT-DISPLAY
               STRING "SCENARIO " WS-SCN-ID (SC-IDX)
                       "  ALL PRODUCTS " WS-SHIFT-DISPLAY " BP"
                   DELIMITED BY SIZE INTO SHOCK-REPORT-REC
           ELSE
               STRING "SCENARIO " WS-SCN-ID (SC-IDX)
                       "  NAMED PRODUCTS ONLY"
                   DELIMITED BY SIZE INTO SHOCK-REPORT-REC
           END-IF.
           WRITE SHOCK-REPORT-REC.
           PERFORM VARYING OV-IDX FROM 1 BY 1
                   UNTIL OV-IDX > WS-OVERRIDE-COUNT
               IF WS-OVR-SCENARIO (OV-IDX) = SC-IDX
                   MOVE WS-OVR-SHIFT (OV-IDX) TO WS-SHIFT-DISPLAY
                   MOVE SPACES TO SHOCK-REPORT-REC
                   STRING "  PRODUCT " WS-OVR-PRODUCT (OV-IDX)
                           " " WS-SHIFT-DISPLAY " BP"
                       DELIMITED BY SIZE INTO SHOCK-REPORT-REC
                   WRITE SHOCK-REPORT-REC
               END-IF
           END-PERFORM.

           COMPUTE WS-DELTA = WS-SCN-INTEREST (SC-IDX) - WS-TOTAL-BASE.
           MOVE WS-TOTAL-BASE TO WS-AMOUNT-DISPLAY.
           MOVE WS-SCN-INTEREST (SC-IDX) TO WS-SHOCKED-DISPLAY.
           MOVE WS-DELTA TO WS-DELTA-DISPLAY.
           MOVE SPACES TO SHOCK-REPORT-REC.
           STRING "  TOTAL          BASE=" WS-AMOUNT-DISPLAY
                   " SHOCKED=" WS-SHOCKED-DISPLAY
                   " DELTA=" WS-DELTA-DISPLAY
               DELIMITED BY SIZE INTO SHOCK-REPORT-REC.
           WRITE SHOCK-REPORT-REC.

           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > WS-PRODUCT-COUNT
               COMPUTE WS-DELTA = WS-PRD-SHOCKED (PR-IDX, SC-IDX)
                   - WS-PRD-BASE (PR-IDX)
               MOVE WS-PRD-BASE (PR-IDX) TO WS-AMOUNT-DISPLAY
               MOVE WS-PRD-SHOCKED (PR-IDX, SC-IDX)
                   TO WS-SHOCKED-DISPLAY
               MOVE WS-DELTA TO WS-DELTA-DISPLAY
               MOVE SPACES TO SHOCK-REPORT-REC
               STRING "  PRODUCT " WS-PRD-CODE (PR-IDX)
                       "     BASE=" WS-AMOUNT-DISPLAY
                       " SHOCKED=" WS-SHOCKED-DISPLAY
                       " DELTA=" WS-DELTA-DISPLAY
                       " ACCOUNTS=" WS-PRD-ACCOUNTS (PR-IDX)
                   DELIMITED BY SIZE INTO SHOCK-REPORT-REC
               WRITE SHOCK-REPORT-REC
           END-PERFORM.

           PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > WS-REGION-COUNT
               COMPUTE WS-DELTA = WS-RGN-SHOCKED (RG-IDX, SC-IDX)
                   - WS-RGN-BASE (RG-IDX)
               MOVE WS-RGN-BASE (RG-IDX) TO WS-AMOUNT-DISPLAY
               MOVE WS-RGN-SHOCKED (RG-IDX, SC-IDX)
                   TO WS-SHOCKED-DISPLAY
               MOVE WS-DELTA TO WS-DELTA-DISPLAY
               MOVE SPACES TO SHOCK-REPORT-REC
               STRING "  REGION  " WS-RGN-CODE (RG-IDX)
                       "     BASE=" WS-AMOUNT-DISPLAY
                       " SHOCKED=" WS-SHOCKED-DISPLAY
                       " DELTA=" WS-DELTA-DISPLAY
                       " ACCOUNTS=" WS-RGN-ACCOUNTS (RG-IDX)
                   DELIMITED BY SIZE INTO SHOCK-REPORT-REC
               WRITE SHOCK-REPORT-REC
           END-PERFORM.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "RTSHCK01" TO LC-PROGRAM-NAME.
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
       END PROGRAM RTSHCK01.
