      *  hash post through WSCTLTOT so CTLBAL01 can prove the load
      *  moved every penny - after this job the customer balance is
      *  a rollup of the customer's accounts, starting at exactly
      *  one account each.  Each seed account opens into the
      *  branch BRNASG01 assigns from the customer's region (or
      *  zip, where no region is stamped yet).
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-CUSTOMERS-READ              PIC 9(7) VALUE 0.
       01 WS-ACCOUNTS-WRITTEN            PIC 9(7) VALUE 0.
       01 WS-BALANCE-HASH                PIC 9(13)V99 VALUE 0.
       COPY WSBRNASG.
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

           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           OPEN OUTPUT ACCOUNT-MASTER-FILE.
           PERFORM STAMP-ACCOUNT-HEADER.

           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
           MOVE "AB" TO AM-PRODUCT-CODE.
           MOVE CN-BALANCE TO AM-BALANCE.
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
           MOVE CN-REGION-CODE TO BA-REGION-CODE.
           MOVE CN-ZIP TO BA-ZIP.
           CALL "BRNASG01" USING WS-BRANCH-ASSIGN-REQUEST.
           MOVE BA-BRANCH-CODE TO AM-BRANCH-CODE.
           MOVE WS-RUN-CCYYDDD TO AM-BRANCH-DATE.
           WRITE WS-ACCOUNT-RECORD.
           ADD 1 TO WS-ACCOUNTS-WRITTEN.
           COMPUTE WS-BALANCE-HASH =
               WS-BALANCE-HASH + FUNCTION ABS (AM-BALANCE).

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "ACCTLD01" TO LC-PROGRAM-NAME.
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

       STAMP-ACCOUNT-HEADER.
           MOVE "ACCTLD01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           SET LC-ACTION-STAMP TO TRUE.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           WRITE WS-ACCOUNT-RECORD FROM LC-RECORD-IMAGE.
       END PROGRAM ACCTLD01.
