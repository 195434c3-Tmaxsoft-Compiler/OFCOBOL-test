      *  so fees post and journal through the normal two-phase path
      *  like any other money instead of being keyed by hand.  The
      *  fee register lists every assessment and waiver with
      *  per-fee-code totals.  A customer linked into a WSHSHLD
      *  household also earns the waiver on the household's
      *  combined balance - every member's balance summed in a
      *  pass over the master ahead of assessment - so a family
      *  banking together is not charged for spreading its money
      *  across members.  The tier and any percentage fee still
      *  go on the customer's own balance.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT HOUSEHOLD-FILE
               ASSIGN TO "data/households.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLD-FILE-STATUS.
           SELECT FEE-TXN-FILE
               ASSIGN TO "data/balance_txns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  HOUSEHOLD-FILE.
       COPY WSHSHLD.

       FD  FEE-TXN-FILE.
       01  FEE-TXN-REC                   PIC X(64).

       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-FEETXN-FILE-STATUS          PIC XX.
       01 WS-REGISTER-FILE-STATUS        PIC XX.
       01 WS-HOUSEHOLD-FILE-STATUS       PIC XX.
       01 WS-FEE-TABLE.
           05 WS-FEE-COUNT               PIC 9(2) VALUE 0.
           05 WS-FEE-ENTRY OCCURS 20 TIMES INDEXED BY FE-IDX.
       01 WS-FEES-ASSESSED               PIC 9(5) VALUE 0.
       01 WS-FEES-WAIVED                 PIC 9(5) VALUE 0.
       01 WS-ASSESSED-TOTAL              PIC 9(13)V99 VALUE 0.
       01 WS-HOUSEHOLD-WAIVERS           PIC 9(5) VALUE 0.
       01 WS-HOUSEHOLD-BALANCE           PIC S9(13)V99.
       01 WS-IN-HOUSEHOLD                PIC X(1).
           88 WS-CUSTOMER-IN-HOUSEHOLD   VALUE "Y".
      *
      *  Household members, each pointing at its household's
      *  combined-balance slot; the file arrives in household-
      *  number order, so a new slot opens as the number changes.
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
               10 WS-HT-BALANCE          PIC S9(13)V99.
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

           PERFORM LOAD-FEE-SCHEDULE.
           PERFORM LOAD-HOUSEHOLDS.
           PERFORM TOTAL-HOUSEHOLD-BALANCES.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           OPEN EXTEND FEE-TXN-FILE.
           IF WS-FEETXN-FILE-STATUS NOT = "00"
               OPEN OUTPUT FEE-TXN-FILE

           DISPLAY "FEEASS01: READ=" WS-CUSTOMERS-READ
               " ASSESSED=" WS-FEES-ASSESSED
               " WAIVED=" WS-FEES-WAIVED
               " HOUSEHOLD WAIVED=" WS-HOUSEHOLD-WAIVERS.

           MOVE WS-FEES-ASSESSED TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           MOVE 0 TO WS-FEE-WAIVED-COUNT (FE-IDX).
           MOVE 0 TO WS-FEE-AMOUNT-TOTAL (FE-IDX).

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

       OPEN-HOUSEHOLD-SLOT.
           ADD 1 TO WS-HT-COUNT.
           MOVE HH-HOUSEHOLD-NO TO WS-HT-HOUSEHOLD-NO (WS-HT-COUNT).
           MOVE 0 TO WS-HT-BALANCE (WS-HT-COUNT).

      ***************************************************************
      *  Every member's balance counts toward the household total,
      *  whatever the member's own status - money frozen or dormant
      *  in one member's name is still the family's relationship.
      ***************************************************************
       TOTAL-HOUSEHOLD-BALANCES.
           IF WS-HM-COUNT > 0
               OPEN INPUT CUSTOMER-MASTER-FILE
               PERFORM SKIP-CUSTOMER-HEADER
               IF WS-MASTER-FILE-STATUS = "00"
                   PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                       READ CUSTOMER-MASTER-FILE
                           AT END
                               MOVE "10" TO WS-MASTER-FILE-STATUS
                           NOT AT END
                               PERFORM FIND-CUSTOMER-HOUSEHOLD
                               IF WS-CUSTOMER-IN-HOUSEHOLD
                                   ADD CN-BALANCE TO WS-HT-BALANCE
                                       (WS-HM-SLOT (HM-IDX))
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
           END-IF.

       FIND-CUSTOMER-HOUSEHOLD.
           MOVE "N" TO WS-IN-HOUSEHOLD.
           PERFORM VARYING HM-IDX FROM 1 BY 1
                   UNTIL HM-IDX > WS-HM-COUNT
                       OR WS-CUSTOMER-IN-HOUSEHOLD
               IF WS-HM-CUST-NO (HM-IDX) = CN-CUST-NO
                   MOVE "Y" TO WS-IN-HOUSEHOLD
               END-IF
           END-PERFORM.
           IF WS-CUSTOMER-IN-HOUSEHOLD
               SET HM-IDX DOWN BY 1
           END-IF.

      ***************************************************************
      *  Every fee row whose balance tier covers the customer is
      *  considered: a balance at or above the row's waiver
      *  threshold (when one is set) waives the fee, as does a
      *  household's combined balance at or above it; anything
      *  else computes flat or percentage-of-balance and generates
      *  the debit transaction for the posting path.
      ***************************************************************
       ASSESS-ONE-CUSTOMER.
           MOVE 0 TO WS-HOUSEHOLD-BALANCE.
           PERFORM FIND-CUSTOMER-HOUSEHOLD.
           IF WS-CUSTOMER-IN-HOUSEHOLD
               MOVE WS-HT-BALANCE (WS-HM-SLOT (HM-IDX))
                   TO WS-HOUSEHOLD-BALANCE
           END-IF.
           PERFORM VARYING FE-IDX FROM 1 BY 1
                   UNTIL FE-IDX > WS-FEE-COUNT
               IF CN-BALANCE >= WS-FEE-TIER-LOW (FE-IDX)
                       AND CN-BALANCE <= WS-FEE-TIER-HIGH (FE-IDX)
                   EVALUATE TRUE
                       WHEN WS-FEE-WAIVE-MIN (FE-IDX) = 0
                           PERFORM ASSESS-ONE-FEE
                       WHEN CN-BALANCE >= WS-FEE-WAIVE-MIN (FE-IDX)
                           PERFORM WAIVE-ONE-FEE
                       WHEN WS-CUSTOMER-IN-HOUSEHOLD
                               AND WS-HOUSEHOLD-BALANCE
                                   >= WS-FEE-WAIVE-MIN (FE-IDX)
                           PERFORM WAIVE-ONE-HOUSEHOLD-FEE
                       WHEN OTHER
                           PERFORM ASSESS-ONE-FEE
                   END-EVALUATE
               END-IF
           END-PERFORM.

               DELIMITED BY SIZE INTO FEE-REGISTER-REC.
           WRITE FEE-REGISTER-REC.

       WAIVE-ONE-HOUSEHOLD-FEE.
           ADD 1 TO WS-FEES-WAIVED.
           ADD 1 TO WS-HOUSEHOLD-WAIVERS.
           ADD 1 TO WS-FEE-WAIVED-COUNT (FE-IDX).
           MOVE SPACES TO FEE-REGISTER-REC.
           STRING "  " CN-CUST-NO " " WS-FEE-CODE (FE-IDX)
                   " WAIVED - HOUSEHOLD "
                   WS-HT-HOUSEHOLD-NO (WS-HM-SLOT (HM-IDX))
                   " BALANCE QUALIFIES"
               DELIMITED BY SIZE INTO FEE-REGISTER-REC.
           WRITE FEE-REGISTER-REC.

       ASSESS-ONE-FEE.
           IF WS-FEE-IS-PERCENT (FE-IDX)
               COMPUTE WS-FEE-AMOUNT ROUNDED =
                   DELIMITED BY SIZE INTO FEE-REGISTER-REC
               WRITE FEE-REGISTER-REC
           END-PERFORM.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "FEEASS01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               READ CUSTOMER-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM FEEASS01.
