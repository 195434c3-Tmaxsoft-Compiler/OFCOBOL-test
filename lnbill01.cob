       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNBILL01.
      ***************************************************************
      *  LNBILL01 - month-end installment loan due bills.  Every
      *  open installment loan on the account master is billed for
      *  the installments its amortization schedule (written by
      *  ACCMNT01 at booking) has falling due in the coming month -
      *  after tonight, up to the same day next month as MATDAT01
      *  dates it - one due-bill line per installment with its due
      *  date, payment, and the principal and interest it carries.
      *  A loan whose principal owed is above what the schedule
      *  expected after the installments already due is behind, and
      *  the difference prints on the bill as principal past due.
      *  The schedule file is in booking order with each loan's
      *  installments together in due-date order, so a loan's past
      *  installments are always read before its next one.
      *  A header and a count/amount trailer bracket the bills, and
      *  the file's WSCTLTOT producer total carries the bill count
      *  and the installment payments billed.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT LOAN-SCHEDULE-FILE
               ASSIGN TO "data/loan_schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.
           SELECT DUE-BILL-FILE
               ASSIGN TO "data/loan_due_bills.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  LOAN-SCHEDULE-FILE.
       COPY WSLNSCHD.

       FD  DUE-BILL-FILE.
       01  DUE-BILL-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-SCHEDULE-FILE-STATUS        PIC XX.
       01 WS-BILL-FILE-STATUS            PIC XX.
       01 WS-BILL-HORIZON                PIC 9(7).
       01 WS-BILLS-WRITTEN               PIC 9(5) VALUE 0.
       01 WS-BILLED-TOTAL                PIC 9(13)V99 VALUE 0.
       01 WS-LOANS-BEHIND                PIC 9(5) VALUE 0.
       01 WS-PAST-DUE                    PIC 9(9)V99.
       01 WS-DATE-DISPLAY                PIC 9(7).
       01 WS-PAYMENT-DISPLAY             PIC 9(7).99.
       01 WS-PRINCIPAL-DISPLAY           PIC 9(7).99.
       01 WS-INTEREST-DISPLAY            PIC 9(7).99.
       01 WS-PAST-DUE-DISPLAY            PIC 9(9).99.
       01 WS-TOTAL-DISPLAY               PIC 9(13).99.
      *
      *  The open loans, loaded once.  The expected principal is
      *  what the schedule says should still be owing after the
      *  last installment due on or before tonight; a loan with no
      *  installment due yet cannot be behind.
      *
       01 WS-LOAN-TABLE.
           05 WS-LOAN-COUNT              PIC 9(4) VALUE 0.
           05 WS-LOAN-ENTRY OCCURS 500 TIMES INDEXED BY LN-IDX.
               10 WS-LN-ACCT-NO          PIC 9(10).
               10 WS-LN-BALANCE          PIC S9(9)V99.
               10 WS-LN-EXPECTED         PIC 9(9)V99.
               10 WS-LN-ANY-DUE          PIC X(1).
                   88 WS-LN-HAS-COME-DUE VALUE "Y".
               10 WS-LN-BEHIND-COUNTED   PIC X(1).
       01 WS-LOAN-MATCHED                PIC X(1).
           88 WS-LOAN-IS-MATCHED         VALUE "Y".
       01 WS-LOAN-FULL-SWITCH            PIC X(1) VALUE "N".
           88 WS-LOAN-TABLE-FULL         VALUE "Y".
       COPY WSMATDAT.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSCTLTOT.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       LNBILL01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "LNBILL01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-RUN-CCYYDDD TO MD-START-DATE.
           MOVE 1 TO MD-TERM-MONTHS.
           CALL "MATDAT01" USING WS-MATURITY-DATE-REQUEST.
           MOVE MD-MATURITY-DATE TO WS-BILL-HORIZON.

           PERFORM LOAD-OPEN-LOANS.

           OPEN INPUT LOAN-SCHEDULE-FILE.
           OPEN OUTPUT DUE-BILL-FILE.
           MOVE SPACES TO DUE-BILL-REC.
           STRING "LOAN DUE BILLS  DATE " WS-RUN-CCYYDDD
                   "  DUE AFTER " WS-RUN-CCYYDDD
                   " THROUGH " WS-BILL-HORIZON
               DELIMITED BY SIZE INTO DUE-BILL-REC.
           WRITE DUE-BILL-REC.

      *    A loan left out of the table would go unbilled while the
      *    rest were billed; none is billed until all of them fit.
           IF WS-LOAN-TABLE-FULL
               MOVE "OPEN LOANS OVER 500 - NOTHING BILLED"
                   TO DUE-BILL-REC
               WRITE DUE-BILL-REC
               CLOSE LOAN-SCHEDULE-FILE
               CLOSE DUE-BILL-FILE
               DISPLAY "LNBILL01: OPEN LOANS OVER 500 - NOTHING BILLED"
               MOVE 0 TO AT-RECORD-COUNT
               SET AT-MODE-TRAILER TO TRUE
               CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-SCHEDULE-FILE-STATUS = "00"
               PERFORM UNTIL WS-SCHEDULE-FILE-STATUS = "10"
                   READ LOAN-SCHEDULE-FILE
                       AT END
                           MOVE "10" TO WS-SCHEDULE-FILE-STATUS
                       NOT AT END
                           PERFORM JUDGE-ONE-INSTALLMENT
                   END-READ
               END-PERFORM
           END-IF.

           MOVE WS-BILLED-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO DUE-BILL-REC.
           STRING "BILLS=" WS-BILLS-WRITTEN
                   " AMOUNT=" WS-TOTAL-DISPLAY
                   " LOANS BEHIND=" WS-LOANS-BEHIND
               DELIMITED BY SIZE INTO DUE-BILL-REC.
           WRITE DUE-BILL-REC.

           CLOSE LOAN-SCHEDULE-FILE.
           CLOSE DUE-BILL-FILE.

           MOVE WS-RUN-CCYYDDD TO CT-RUN-DATE.
           MOVE "LNBILL01" TO CT-STEP-NAME.
           SET CT-ROLE-PRODUCER TO TRUE.
           MOVE "data/loan_due_bills.dat" TO CT-FILE-NAME.
           MOVE WS-BILLS-WRITTEN TO CT-RECORD-COUNT.
           MOVE WS-BILLED-TOTAL TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

           DISPLAY "LNBILL01: OPEN LOANS=" WS-LOAN-COUNT
               " BILLS=" WS-BILLS-WRITTEN
               " LOANS BEHIND=" WS-LOANS-BEHIND.

           MOVE WS-BILLS-WRITTEN TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           GOBACK.

       LOAD-OPEN-LOANS.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           IF AM-LOAN-ACCOUNT AND AM-ACCOUNT-OPEN
                               PERFORM LOAD-ONE-LOAN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.

       LOAD-ONE-LOAN.
           IF WS-LOAN-COUNT = 500
               IF NOT WS-LOAN-TABLE-FULL
                   MOVE "Y" TO WS-LOAN-FULL-SWITCH
                   MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
                   MOVE "LNBILL01" TO ER-JOB-STEP
                   MOVE "LNBT" TO ER-ERROR-CODE
                   MOVE "OPEN LOANS OVER 500 - NOTHING BILLED"
                       TO ER-ERROR-TEXT
                   CALL "EXCPLOG01" USING WS-ERROR-RECORD
               END-IF
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LOAN-COUNT.
           SET LN-IDX TO WS-LOAN-COUNT.
           MOVE AM-ACCT-NO TO WS-LN-ACCT-NO (LN-IDX).
           MOVE AM-BALANCE TO WS-LN-BALANCE (LN-IDX).
           MOVE 0 TO WS-LN-EXPECTED (LN-IDX).
           MOVE "N" TO WS-LN-ANY-DUE (LN-IDX).
           MOVE "N" TO WS-LN-BEHIND-COUNTED (LN-IDX).

      ***************************************************************
      *  An installment already due moves the loan's expected
      *  principal down the schedule; one due inside the coming
      *  month is billed.  Installments of closed loans, and those
      *  further out, are passed over.
      ***************************************************************
       JUDGE-ONE-INSTALLMENT.
           PERFORM FIND-LOAN-ENTRY.
           IF WS-LOAN-IS-MATCHED
               IF LS-DUE-DATE NOT > WS-RUN-CCYYDDD
                   MOVE LS-REMAINING TO WS-LN-EXPECTED (LN-IDX)
                   MOVE "Y" TO WS-LN-ANY-DUE (LN-IDX)
               ELSE
                   IF LS-DUE-DATE NOT > WS-BILL-HORIZON
                       PERFORM WRITE-ONE-BILL
                   END-IF
               END-IF
           END-IF.

       FIND-LOAN-ENTRY.
           MOVE "N" TO WS-LOAN-MATCHED.
           PERFORM VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > WS-LOAN-COUNT
                       OR WS-LOAN-IS-MATCHED
               IF WS-LN-ACCT-NO (LN-IDX) = LS-ACCT-NO
                   MOVE "Y" TO WS-LOAN-MATCHED
               END-IF
           END-PERFORM.
           IF WS-LOAN-IS-MATCHED
               SET LN-IDX DOWN BY 1
           END-IF.

       WRITE-ONE-BILL.
           MOVE 0 TO WS-PAST-DUE.
           IF WS-LN-HAS-COME-DUE (LN-IDX)
                   AND WS-LN-BALANCE (LN-IDX)
                       > WS-LN-EXPECTED (LN-IDX)
               COMPUTE WS-PAST-DUE =
                   WS-LN-BALANCE (LN-IDX) - WS-LN-EXPECTED (LN-IDX)
               IF WS-LN-BEHIND-COUNTED (LN-IDX) = "N"
                   ADD 1 TO WS-LOANS-BEHIND
                   MOVE "Y" TO WS-LN-BEHIND-COUNTED (LN-IDX)
               END-IF
           END-IF.
           MOVE LS-DUE-DATE TO WS-DATE-DISPLAY.
           MOVE LS-PAYMENT TO WS-PAYMENT-DISPLAY.
           MOVE LS-PRINCIPAL TO WS-PRINCIPAL-DISPLAY.
           MOVE LS-INTEREST TO WS-INTEREST-DISPLAY.
           MOVE WS-PAST-DUE TO WS-PAST-DUE-DISPLAY.
           MOVE SPACES TO DUE-BILL-REC.
           STRING WS-RUN-CCYYDDD " " LS-CUST-NO " " LS-ACCT-NO
                   " INST=" LS-INSTALLMENT-NO
                   " DUE=" WS-DATE-DISPLAY
                   " PAYMENT=" WS-PAYMENT-DISPLAY
                   " PRINCIPAL=" WS-PRINCIPAL-DISPLAY
                   " INTEREST=" WS-INTEREST-DISPLAY
                   " PAST DUE=" WS-PAST-DUE-DISPLAY
               DELIMITED BY SIZE INTO DUE-BILL-REC.
           WRITE DUE-BILL-REC.
           ADD 1 TO WS-BILLS-WRITTEN.
           ADD LS-PAYMENT TO WS-BILLED-TOTAL.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "LNBILL01" TO LC-PROGRAM-NAME.
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
       END PROGRAM LNBILL01.
