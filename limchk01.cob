      *  gets real per-product rows or nothing.
      *  Breaches carry the limit and the excess, and exposure
      *  above limit is totalled by band so risk sees the
      *  concentration at a glance.  Concentration is measured at
      *  household level too: the non-loan balances of every
      *  member of a WSHSHLD household are summed over the same
      *  account pass, and when the limits table carries a
      *  HOUSEHLD row (product **) each household whose combined
      *  balance tops it is reported with its head and member
      *  count, and totalled on its own exposure line.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "data/limit_breaches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREACH-FILE-STATUS.
           SELECT HOUSEHOLD-FILE
               ASSIGN TO "data/households.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLD-FILE-STATUS.
           SELECT HOLDINGS-FILE
               ASSIGN TO "data/product_holdings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           02 CI-CUST-AGE                PIC 9(3).
           02 CI-BIRTH-DATE              PIC 9(8).
       FD  BREACH-FILE.
       01  BREACH-REC                    PIC X(120).
       FD  HOUSEHOLD-FILE.
       COPY WSHSHLD.
       FD  HOLDINGS-FILE.
       01  HOLDINGS-REC.
           02 PH-CUST-NO                 PIC 9(9).
           05 WS-HOLDER-CUST OCCURS 1000 TIMES INDEXED BY HC-IDX
                                         PIC 9(9).
       01 WS-OWNER-HAS-HOLDINGS          PIC X(1).
       01 WS-HOUSEHOLD-FILE-STATUS       PIC XX.
       01 WS-HOUSEHOLD-LIMIT             PIC 9(9).
       01 WS-HOUSEHOLD-LIMIT-FOUND       PIC X(1).
           88 WS-HOUSEHOLD-LIMIT-SET     VALUE "Y".
       01 WS-OWNER-IN-HOUSEHOLD          PIC X(1).
           88 WS-OWNER-HAS-HOUSEHOLD     VALUE "Y".
       01 WS-HOUSEHOLD-BREACHES          PIC 9(5) VALUE 0.
       01 WS-HOUSEHOLD-EXCESS            PIC 9(11)V99 VALUE 0.
       01 WS-HOUSEHOLD-BAL-DISPLAY       PIC +9(11).99.
      *
      *  Household members, each pointing at its household's slot;
      *  the file arrives in household-number order, so a new slot
      *  opens as the number changes.
      *
       01 WS-HOUSEHOLD-MEMBERS.
           05 WS-HM-COUNT                PIC 9(4) VALUE 0.
           05 WS-HM-ENTRY OCCURS 2000 TIMES INDEXED BY HM-IDX.
               10 WS-HM-CUST-NO          PIC 9(9).
               10 WS-HM-SLOT             PIC 9(4).
       01 WS-HOUSEHOLD-TOTALS.
           05 WS-HT-COUNT                PIC 9(4) VALUE 0.
           05 WS-HT-ENTRY OCCURS 2000 TIMES INDEXED BY HT-IDX.
               10 WS-HT-HOUSEHOLD-NO     PIC 9(7).
               10 WS-HT-HEAD-CUST-NO     PIC 9(9).
               10 WS-HT-MEMBER-COUNT     PIC 9(4).
               10 WS-HT-BALANCE          PIC S9(11)V99.
       COPY WSAGEBND.
       COPY WSAGEDRV.
       COPY WSCDXREF.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.

           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-LIMITS-TABLE.
           PERFORM LOAD-BIRTH-DATES.
           PERFORM LOAD-HOLDING-CUSTOMERS.
           PERFORM LOAD-HOUSEHOLDS.
           PERFORM INITIALIZE-BAND-EXPOSURE.

           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           OPEN OUTPUT BREACH-FILE.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
           CLOSE ACCOUNT-MASTER-FILE.

           PERFORM WRITE-BAND-EXPOSURE.
           IF WS-HOUSEHOLD-LIMIT-SET
               PERFORM CHECK-HOUSEHOLD-LIMITS
           END-IF.
           CLOSE BREACH-FILE.

           DISPLAY "LIMCHK01: ACCOUNTS=" WS-CUSTOMERS-READ
               " BREACHES=" WS-BREACHES-FOUND
               " HOUSEHOLD BREACHES=" WS-HOUSEHOLD-BREACHES.

           MOVE WS-CUSTOMERS-READ TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
               END-PERFORM
               CLOSE LIMITS-TABLE-FILE
           END-IF.
           MOVE "N" TO WS-HOUSEHOLD-LIMIT-FOUND.
           PERFORM VARYING LM-IDX FROM 1 BY 1
                   UNTIL LM-IDX > WS-LIMIT-COUNT
                       OR WS-HOUSEHOLD-LIMIT-SET
               IF WS-LIMIT-BAND (LM-IDX) = "HOUSEHLD"
                       AND WS-LIMIT-PRODUCT (LM-IDX) = "**"
                   MOVE "Y" TO WS-HOUSEHOLD-LIMIT-FOUND
                   MOVE WS-LIMIT-MAX (LM-IDX) TO WS-HOUSEHOLD-LIMIT
               END-IF
           END-PERFORM.

       LOAD-BIRTH-DATES.
           OPEN INPUT CUSTOMER-INTAKE-FILE.
               END-IF
           END-PERFORM.

       LOAD-HOUSEHOLDS.
           OPEN INPUT HOUSEHOLD-FILE.
           IF WS-HOUSEHOLD-FILE-STATUS = "00"
               PERFORM UNTIL WS-HM-COUNT = 2000
                       OR WS-HOUSEHOLD-FILE-STATUS = "10"
                   READ HOUSEHOLD-FILE
                       AT END
                           MOVE "10" TO WS-HOUSEHOLD-FILE-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-HOUSEHOLD-MEMBER
                   END-READ
               END-PERFORM
               CLOSE HOUSEHOLD-FILE
           END-IF.

       LOAD-ONE-HOUSEHOLD-MEMBER.
           IF WS-HT-COUNT = 0
               PERFORM OPEN-HOUSEHOLD-SLOT
           ELSE
               IF WS-HT-HOUSEHOLD-NO (WS-HT-COUNT)
                       NOT = HH-HOUSEHOLD-NO
                   PERFORM OPEN-HOUSEHOLD-SLOT
               END-IF
           END-IF.
           ADD 1 TO WS-HM-COUNT.
           MOVE HH-CUST-NO TO WS-HM-CUST-NO (WS-HM-COUNT).
           MOVE WS-HT-COUNT TO WS-HM-SLOT (WS-HM-COUNT).
           ADD 1 TO WS-HT-MEMBER-COUNT (WS-HT-COUNT).
           IF HH-ROLE-HEAD
               MOVE HH-CUST-NO TO WS-HT-HEAD-CUST-NO (WS-HT-COUNT)
           END-IF.

       OPEN-HOUSEHOLD-SLOT.
           ADD 1 TO WS-HT-COUNT.
           MOVE HH-HOUSEHOLD-NO TO WS-HT-HOUSEHOLD-NO (WS-HT-COUNT).
           MOVE 0 TO WS-HT-HEAD-CUST-NO (WS-HT-COUNT).
           MOVE 0 TO WS-HT-MEMBER-COUNT (WS-HT-COUNT).
           MOVE 0 TO WS-HT-BALANCE (WS-HT-COUNT).

       FIND-OWNER-HOUSEHOLD.
           MOVE "N" TO WS-OWNER-IN-HOUSEHOLD.
           PERFORM VARYING HM-IDX FROM 1 BY 1
                   UNTIL HM-IDX > WS-HM-COUNT
                       OR WS-OWNER-HAS-HOUSEHOLD
               IF WS-HM-CUST-NO (HM-IDX) = AM-CUST-NO
                   MOVE "Y" TO WS-OWNER-IN-HOUSEHOLD
               END-IF
           END-PERFORM.
           IF WS-OWNER-HAS-HOUSEHOLD
               SET HM-IDX DOWN BY 1
           END-IF.

       INITIALIZE-BAND-EXPOSURE.
           MOVE "INFANT"   TO WS-BAND-EXP-NAME (1).
           MOVE "BABY"     TO WS-BAND-EXP-NAME (2).
      *  preserved), then the limit row for that band - breach when
      *  the balance tops the configured maximum.  A customer with
      *  no derivable band or no limit row is skipped: no limit is
      *  configured, so there is nothing to breach.  A loan's
      *  balance is money owed to the bank, not held by the
      *  customer, so loans are never measured against a limit.
      ***************************************************************
       CHECK-ONE-ACCOUNT.
           IF AM-LOAN-ACCOUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-HOUSEHOLD-LIMIT-SET
               PERFORM FIND-OWNER-HOUSEHOLD
               IF WS-OWNER-HAS-HOUSEHOLD
                   ADD AM-BALANCE TO WS-HT-BALANCE (WS-HM-SLOT (HM-IDX))
               END-IF
           END-IF.
           PERFORM DERIVE-CUSTOMER-BAND.
           IF WS-CUSTOMER-BAND NOT = SPACES
               PERFORM FIND-APPLICABLE-LIMIT
                   WRITE BREACH-REC
               END-IF
           END-PERFORM.

      ***************************************************************
      *  One HOUSEHLD limit covers every household; the breach line
      *  names the household, its head and how many members share
      *  the balance, so risk can tell a family's spread-out money
      *  from one large account.
      ***************************************************************
       CHECK-HOUSEHOLD-LIMITS.
           PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > WS-HT-COUNT
               IF WS-HT-BALANCE (HT-IDX) > WS-HOUSEHOLD-LIMIT
                   PERFORM REPORT-HOUSEHOLD-BREACH
               END-IF
           END-PERFORM.
           IF WS-HOUSEHOLD-BREACHES > 0
               MOVE WS-HOUSEHOLD-EXCESS TO WS-EXCESS-DISPLAY
               MOVE SPACES TO BREACH-REC
               STRING "EXPOSURE HOUSEHLD BREACHES="
                       WS-HOUSEHOLD-BREACHES
                       " OVER LIMIT=" WS-EXCESS-DISPLAY
                   DELIMITED BY SIZE INTO BREACH-REC
               WRITE BREACH-REC
           END-IF.

       REPORT-HOUSEHOLD-BREACH.
           ADD 1 TO WS-HOUSEHOLD-BREACHES.
           COMPUTE WS-EXCESS-AMOUNT =
               WS-HT-BALANCE (HT-IDX) - WS-HOUSEHOLD-LIMIT.
           ADD WS-EXCESS-AMOUNT TO WS-HOUSEHOLD-EXCESS.
           MOVE WS-EXCESS-AMOUNT TO WS-EXCESS-DISPLAY.
           MOVE WS-HT-BALANCE (HT-IDX) TO WS-HOUSEHOLD-BAL-DISPLAY.
           MOVE SPACES TO BREACH-REC.
           STRING WS-RUN-CCYYDDD " HOUSEHOLD "
                   WS-HT-HOUSEHOLD-NO (HT-IDX)
                   " HEAD=" WS-HT-HEAD-CUST-NO (HT-IDX)
                   " MEMBERS=" WS-HT-MEMBER-COUNT (HT-IDX)
                   " BALANCE=" WS-HOUSEHOLD-BAL-DISPLAY
                   " LIMIT=" WS-HOUSEHOLD-LIMIT
                   " EXCESS=" WS-EXCESS-DISPLAY
               DELIMITED BY SIZE INTO BREACH-REC.
           WRITE BREACH-REC.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "LIMCHK01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               READ ACCOUNT-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM LIMCHK01.
