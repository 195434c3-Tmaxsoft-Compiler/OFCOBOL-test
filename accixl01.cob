       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCIXL01.
      ***************************************************************
      *  ACCIXL01 - account master indexed-file load utility.
      *  Reads the flat account master front to back once and loads
      *  it into the indexed account master keyed on AM-ACCT-NO,
      *  with the owning AM-CUST-NO as an alternate key that allows
      *  duplicates, so the readers that need one customer's
      *  accounts (CUSINQ01, STMT01, INTACC01) START on the customer
      *  and read that customer's accounts alone instead of loading
      *  the whole master into a table.  The flat file stays the
      *  batch master every maintenance and posting step rewrites;
      *  this load runs after the last of them each night (and ahead
      *  of the end-of-month accrual), and after any ad hoc job that
      *  rewrites the flat master, so the index is never older than
      *  the last master it was cut from.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FLAT-FILE-STATUS.
           SELECT ACCOUNT-INDEXED-FILE
               ASSIGN TO "data/account_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AX-ACCT-NO
               ALTERNATE RECORD KEY IS AX-CUST-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-INDEXED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  ACCOUNT-INDEXED-FILE.
       COPY WSACCIX.

       WORKING-STORAGE SECTION.
       01 WS-FLAT-FILE-STATUS            PIC XX.
       01 WS-INDEXED-FILE-STATUS         PIC XX.
       01 WS-RECORDS-READ                PIC 9(7) VALUE 0.
       01 WS-RECORDS-LOADED              PIC 9(7) VALUE 0.
       01 WS-RECORDS-REJECTED            PIC 9(7) VALUE 0.
       01 WS-READ-BALANCE-HASH           PIC 9(13)V99 VALUE 0.
       01 WS-LOAD-BALANCE-HASH           PIC 9(13)V99 VALUE 0.
       COPY WSCTLTOT.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.

       PROCEDURE DIVISION.
       ACCIXL01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "ACCIXL01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           OPEN OUTPUT ACCOUNT-INDEXED-FILE.

           IF WS-FLAT-FILE-STATUS = "00"
                   AND WS-INDEXED-FILE-STATUS = "00"
               PERFORM UNTIL WS-FLAT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-FLAT-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           COMPUTE WS-READ-BALANCE-HASH =
                               WS-READ-BALANCE-HASH
                               + FUNCTION ABS (AM-BALANCE)
                           PERFORM LOAD-ONE-ACCOUNT
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE ACCOUNT-INDEXED-FILE.

           PERFORM POST-CONTROL-TOTALS.

           DISPLAY "ACCIXL01: RECORDS READ=" WS-RECORDS-READ.
           DISPLAY "ACCIXL01: RECORDS LOADED=" WS-RECORDS-LOADED.
           DISPLAY "ACCIXL01: RECORDS REJECTED=" WS-RECORDS-REJECTED.

           MOVE WS-RECORDS-LOADED TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
      *    A rejected account is missing from every keyed reader's
      *    view of its customer, so the step ends nonzero for
      *    operations to clear the duplicate on the flat master.
           IF WS-RECORDS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      ***************************************************************
      *  The flat master is kept in customer order, not account
      *  order, so the load WRITEs by key rather than in sequence.
      *  A duplicate account number comes back INVALID KEY and is
      *  counted and skipped instead of abending the load; the
      *  first record for the account stays on the index.
      ***************************************************************
       LOAD-ONE-ACCOUNT.
           WRITE ACCOUNT-INDEX-REC FROM WS-ACCOUNT-RECORD
               INVALID KEY
                   ADD 1 TO WS-RECORDS-REJECTED
                   DISPLAY "ACCIXL01: KEY REJECTED=" AM-ACCT-NO
                       " STATUS=" WS-INDEXED-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-LOADED
                   COMPUTE WS-LOAD-BALANCE-HASH =
                       WS-LOAD-BALANCE-HASH
                       + FUNCTION ABS (AM-BALANCE)
           END-WRITE.

      ***************************************************************
      *  What the load read from the flat master and what it put on
      *  the index: the two agree whenever nothing was rejected.
      ***************************************************************
       POST-CONTROL-TOTALS.
           MOVE WS-RUN-CCYYDDD TO CT-RUN-DATE.
           MOVE "ACCIXL01" TO CT-STEP-NAME.
           SET CT-ROLE-CONSUMER TO TRUE.
           MOVE "data/account_master.dat" TO CT-FILE-NAME.
           MOVE WS-RECORDS-READ TO CT-RECORD-COUNT.
           MOVE WS-READ-BALANCE-HASH TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

           SET CT-ROLE-PRODUCER TO TRUE.
           MOVE "data/account_master.idx" TO CT-FILE-NAME.
           MOVE WS-RECORDS-LOADED TO CT-RECORD-COUNT.
           MOVE WS-LOAD-BALANCE-HASH TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "ACCIXL01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-ACCOUNT-HEADER.
           IF WS-FLAT-FILE-STATUS = "00"
               READ ACCOUNT-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM ACCIXL01.
