       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRNRPT01.
      ***************************************************************
      *  BRNRPT01 - monthly branch book report for the branch
      *  managers.  For every branch on the branch master, and for
      *  any branch code the account master carries that the
      *  branch master does not know, the book as it stands at the
      *  run date - open accounts, the deposit balance and the loan
      *  principal they hold - and the month's movement in it:
      *  accounts opened and closed since the first of the run
      *  month, accounts transferred in and out (read back from the
      *  BRNXFR01 transfer log), and fee income.  Fee income is the
      *  month's FEEASS01 fee and term-deposit penalty lines on the
      *  posting journal, booked to the customer's default account
      *  the way GLEXTR01 books them, and the ACCCLS01 closing fees
      *  on the closure journal, booked to the closed account.  An
      *  account with no branch yet is head office's, as it is in
      *  the ledger.  The branch lines are proven against the whole
      *  account file, the RGNRPT01 way - a branch that drops out
      *  of the report fails the run instead of shipping short.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER-FILE
               ASSIGN TO "data/branch_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT TRANSFER-LOG-FILE
               ASSIGN TO "data/branch_transfer_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "data/posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-FILE-STATUS.
           SELECT CLOSURE-JOURNAL-FILE
               ASSIGN TO "data/closure_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSURE-FILE-STATUS.
           SELECT BRANCH-REPORT-FILE
               ASSIGN TO "data/branch_book_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-MASTER-FILE.
       01  BRANCH-MASTER-REC             PIC X(54).

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  TRANSFER-LOG-FILE.
       01  TRANSFER-LOG-REC              PIC X(132).

       FD  POSTING-JOURNAL-FILE.
       01  POSTING-JOURNAL-REC           PIC X(90).

       FD  CLOSURE-JOURNAL-FILE.
       01  CLOSURE-JOURNAL-REC           PIC X(80).

       FD  BRANCH-REPORT-FILE.
       01  BRANCH-REPORT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-BRANCH-FILE-STATUS          PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-LOG-FILE-STATUS             PIC XX.
       01 WS-POSTING-FILE-STATUS         PIC XX.
       01 WS-CLOSURE-FILE-STATUS         PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-PERIOD-START                PIC 9(7).
       01 WS-RUN-GREGORIAN               PIC 9(8).
      *
      *  One entry per branch, branch master order first and any
      *  code the branch master does not know after.
      *
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-COUNT            PIC 9(3) VALUE 0.
           05 WS-BRANCH-ENTRY OCCURS 200 TIMES INDEXED BY BK-IDX.
               10 WS-BK-CODE             PIC X(4).
               10 WS-BK-NAME             PIC X(20).
               10 WS-BK-STATUS           PIC X(1).
               10 WS-BK-MANAGER          PIC X(20).
               10 WS-BK-ACCOUNTS         PIC 9(7).
               10 WS-BK-DEPOSITS         PIC S9(13)V99.
               10 WS-BK-LOANS            PIC S9(13)V99.
               10 WS-BK-OPENED           PIC 9(5).
               10 WS-BK-CLOSED           PIC 9(5).
               10 WS-BK-XFR-IN           PIC 9(5).
               10 WS-BK-XFR-OUT          PIC 9(5).
               10 WS-BK-FEES             PIC S9(11)V99.
      *
      *  Account to branch, in account master order for SEARCH ALL
      *  when the fee lines are booked.
      *
       01 WS-ACCT-BRANCH-COUNT           PIC 9(7) VALUE 0.
       01 WS-ACCT-BRANCH-TABLE.
           05 WS-AB-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON WS-ACCT-BRANCH-COUNT
                   ASCENDING KEY IS WS-AB-ACCT-NO
                   INDEXED BY AB-IDX.
               10 WS-AB-ACCT-NO          PIC 9(10).
               10 WS-AB-BRANCH           PIC X(4).
       01 WS-LAST-ACCT-NO                PIC 9(10) VALUE 0.
       01 WS-ACCOUNTS-OUT-OF-ORDER       PIC 9(7) VALUE 0.
       01 WS-LOOKUP-ACCT-NO              PIC 9(10).
       01 WS-LOOKUP-BRANCH               PIC X(4).
       01 WS-BRANCH-SLOT                 PIC 9(3).
       01 WS-BRANCHES-DROPPED            PIC 9(7) VALUE 0.
       01 WS-FEE-AMOUNT                  PIC S9(11)V99.
       01 WS-FEE-CUST-NO                 PIC 9(9).
       01 WS-GRAND-ACCOUNTS              PIC 9(7) VALUE 0.
       01 WS-GRAND-DEPOSITS              PIC S9(13)V99 VALUE 0.
       01 WS-GRAND-LOANS                 PIC S9(13)V99 VALUE 0.
       01 WS-GRAND-OPENED                PIC 9(5) VALUE 0.
       01 WS-GRAND-CLOSED                PIC 9(5) VALUE 0.
       01 WS-GRAND-XFR                   PIC 9(5) VALUE 0.
       01 WS-GRAND-FEES                  PIC S9(11)V99 VALUE 0.
       01 WS-PROOF-ACCOUNTS              PIC 9(7).
       01 WS-PROOF-DEPOSITS              PIC S9(13)V99.
       01 WS-PROOF-LOANS                 PIC S9(13)V99.
       01 WS-PROOF-FEES                  PIC S9(11)V99.
       01 WS-DEPOSIT-DISPLAY             PIC +9(13).99.
       01 WS-LOAN-DISPLAY                PIC +9(13).99.
       01 WS-FEE-DISPLAY                 PIC +9(11).99.
       01 WS-STATUS-TEXT                 PIC X(6).
       01 WS-STEP-RETURN                 PIC 9(2) VALUE 0.
       COPY WSBRNMST.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       BRNRPT01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "BRNRPT01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    The month's movement runs from the first of the run
      *    month through the run date.
           COMPUTE WS-RUN-GREGORIAN = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD)).
           MOVE 01 TO WS-RUN-GREGORIAN (7:2).
           COMPUTE WS-PERIOD-START = FUNCTION DAY-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-GREGORIAN)).

           PERFORM LOAD-BRANCH-MASTER.
           PERFORM TABULATE-ACCOUNTS.
           PERFORM TABULATE-TRANSFERS.
           PERFORM TABULATE-POSTING-FEES.
           PERFORM TABULATE-CLOSING-FEES.
           PERFORM WRITE-BRANCH-BOOK.
           PERFORM PROVE-BRANCH-TOTALS.

           DISPLAY "BRNRPT01: BRANCHES=" WS-BRANCH-COUNT
               " ACCOUNTS=" WS-GRAND-ACCOUNTS.

           MOVE WS-BRANCH-COUNT TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           MOVE WS-STEP-RETURN TO RETURN-CODE.
           GOBACK.

       LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-BRANCH-FILE-STATUS = "00"
               PERFORM UNTIL WS-BRANCH-FILE-STATUS = "10"
                       OR WS-BRANCH-COUNT = 200
                   READ BRANCH-MASTER-FILE
                           INTO WS-BRANCH-MASTER-RECORD
                       AT END
                           MOVE "10" TO WS-BRANCH-FILE-STATUS
                       NOT AT END
                           MOVE BR-BRANCH-CODE TO WS-LOOKUP-BRANCH
                           PERFORM ADD-BRANCH-ENTRY
                           MOVE BR-BRANCH-NAME TO WS-BK-NAME (BK-IDX)
                           MOVE BR-STATUS TO WS-BK-STATUS (BK-IDX)
                           MOVE BR-MANAGER
                               TO WS-BK-MANAGER (BK-IDX)
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
           END-IF.

       ADD-BRANCH-ENTRY.
           ADD 1 TO WS-BRANCH-COUNT.
           MOVE WS-BRANCH-COUNT TO WS-BRANCH-SLOT.
           SET BK-IDX TO WS-BRANCH-COUNT.
           MOVE WS-LOOKUP-BRANCH TO WS-BK-CODE (BK-IDX).
           MOVE "NOT ON BRANCH MASTER" TO WS-BK-NAME (BK-IDX).
           MOVE "?" TO WS-BK-STATUS (BK-IDX).
           MOVE SPACES TO WS-BK-MANAGER (BK-IDX).
           MOVE 0 TO WS-BK-ACCOUNTS (BK-IDX).
           MOVE 0 TO WS-BK-DEPOSITS (BK-IDX).
           MOVE 0 TO WS-BK-LOANS (BK-IDX).
           MOVE 0 TO WS-BK-OPENED (BK-IDX).
           MOVE 0 TO WS-BK-CLOSED (BK-IDX).
           MOVE 0 TO WS-BK-XFR-IN (BK-IDX).
           MOVE 0 TO WS-BK-XFR-OUT (BK-IDX).
           MOVE 0 TO WS-BK-FEES (BK-IDX).

      ***************************************************************
      *  A blank branch is head office's; a code the branch master
      *  does not know gets its own line rather than vanishing.
      *  Past 200 branches the item is counted as dropped and the
      *  slot comes back zero.
      ***************************************************************
       FIND-BRANCH-SLOT.
           IF WS-LOOKUP-BRANCH = SPACES
               SET BR-HEAD-OFFICE TO TRUE
               MOVE BR-BRANCH-CODE TO WS-LOOKUP-BRANCH
           END-IF.
           MOVE 0 TO WS-BRANCH-SLOT.
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > WS-BRANCH-COUNT
                       OR WS-BRANCH-SLOT > 0
               IF WS-BK-CODE (BK-IDX) = WS-LOOKUP-BRANCH
                   SET WS-BRANCH-SLOT TO BK-IDX
               END-IF
           END-PERFORM.
           IF WS-BRANCH-SLOT = 0
               IF WS-BRANCH-COUNT < 200
                   PERFORM ADD-BRANCH-ENTRY
               ELSE
                   ADD 1 TO WS-BRANCHES-DROPPED
               END-IF
           END-IF.
           IF WS-BRANCH-SLOT > 0
               SET BK-IDX TO WS-BRANCH-SLOT
           END-IF.

      ***************************************************************
      *  The book: every open account counts toward its branch,
      *  loan principal apart from deposits.  Opened and closed
      *  count the month's accounts whichever way they stand now.
      ***************************************************************
       TABULATE-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           PERFORM TABULATE-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           IF WS-ACCOUNTS-OUT-OF-ORDER > 0
               DISPLAY "BRNRPT01: " WS-ACCOUNTS-OUT-OF-ORDER
                   " ACCOUNTS OUT OF ORDER - FEES TO HEAD OFFICE"
           END-IF.

       TABULATE-ONE-ACCOUNT.
           MOVE AM-BRANCH-CODE TO WS-LOOKUP-BRANCH.
           PERFORM FIND-BRANCH-SLOT.
           IF AM-ACCT-NO NOT > WS-LAST-ACCT-NO
                   OR WS-ACCT-BRANCH-COUNT = 200000
               ADD 1 TO WS-ACCOUNTS-OUT-OF-ORDER
           ELSE
               ADD 1 TO WS-ACCT-BRANCH-COUNT
               MOVE AM-ACCT-NO TO WS-AB-ACCT-NO (WS-ACCT-BRANCH-COUNT)
               MOVE WS-LOOKUP-BRANCH
                   TO WS-AB-BRANCH (WS-ACCT-BRANCH-COUNT)
               MOVE AM-ACCT-NO TO WS-LAST-ACCT-NO
           END-IF.
           IF AM-ACCOUNT-OPEN
               ADD 1 TO WS-GRAND-ACCOUNTS
               IF AM-LOAN-ACCOUNT
                   ADD AM-BALANCE TO WS-GRAND-LOANS
               ELSE
                   ADD AM-BALANCE TO WS-GRAND-DEPOSITS
               END-IF
           END-IF.
           IF WS-BRANCH-SLOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF AM-ACCOUNT-OPEN
               ADD 1 TO WS-BK-ACCOUNTS (BK-IDX)
               IF AM-LOAN-ACCOUNT
                   ADD AM-BALANCE TO WS-BK-LOANS (BK-IDX)
               ELSE
                   ADD AM-BALANCE TO WS-BK-DEPOSITS (BK-IDX)
               END-IF
           END-IF.
           IF AM-OPEN-DATE NOT < WS-PERIOD-START
                   AND AM-OPEN-DATE NOT > WS-RUN-CCYYDDD
               ADD 1 TO WS-BK-OPENED (BK-IDX)
               ADD 1 TO WS-GRAND-OPENED
           END-IF.
           IF AM-CLOSED-DATE NOT < WS-PERIOD-START
                   AND AM-CLOSED-DATE NOT > WS-RUN-CCYYDDD
               ADD 1 TO WS-BK-CLOSED (BK-IDX)
               ADD 1 TO WS-GRAND-CLOSED
           END-IF.

      ***************************************************************
      *  The transfer log line carries the run date at column 1,
      *  the sending branch at column 40 and the receiving branch
      *  at column 48 in the BRNXFR01 layout.
      ***************************************************************
       TABULATE-TRANSFERS.
           OPEN INPUT TRANSFER-LOG-FILE.
           IF WS-LOG-FILE-STATUS = "00"
               PERFORM UNTIL WS-LOG-FILE-STATUS = "10"
                   READ TRANSFER-LOG-FILE
                       AT END
                           MOVE "10" TO WS-LOG-FILE-STATUS
                       NOT AT END
                           IF TRANSFER-LOG-REC (1:7) IS NUMERIC
                                   AND TRANSFER-LOG-REC (1:7)
                                       NOT < WS-PERIOD-START
                                   AND TRANSFER-LOG-REC (1:7)
                                       NOT > WS-RUN-CCYYDDD
                               PERFORM TALLY-ONE-TRANSFER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-LOG-FILE
           END-IF.

       TALLY-ONE-TRANSFER.
           ADD 1 TO WS-GRAND-XFR.
           MOVE TRANSFER-LOG-REC (40:4) TO WS-LOOKUP-BRANCH.
           PERFORM FIND-BRANCH-SLOT.
           IF WS-BRANCH-SLOT > 0
               ADD 1 TO WS-BK-XFR-OUT (BK-IDX)
           END-IF.
           MOVE TRANSFER-LOG-REC (48:4) TO WS-LOOKUP-BRANCH.
           PERFORM FIND-BRANCH-SLOT.
           IF WS-BRANCH-SLOT > 0
               ADD 1 TO WS-BK-XFR-IN (BK-IDX)
           END-IF.

      ***************************************************************
      *  FEEASS01 fees post as type FE and term-deposit penalties
      *  as TDPENLTY; both are charges to the customer, so the
      *  income is the debit turned round.  The posting journal
      *  carries the customer only, so the fee books to the
      *  customer's default account's branch.
      ***************************************************************
       TABULATE-POSTING-FEES.
           OPEN INPUT POSTING-JOURNAL-FILE.
           PERFORM SKIP-POSTING-HEADER.
           IF WS-POSTING-FILE-STATUS = "00"
               PERFORM UNTIL WS-POSTING-FILE-STATUS = "10"
                   READ POSTING-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-POSTING-FILE-STATUS
                       NOT AT END
                           IF POSTING-JOURNAL-REC (9:9) IS NUMERIC
                                   AND POSTING-JOURNAL-REC (1:7)
                                       NOT < WS-PERIOD-START
                                   AND POSTING-JOURNAL-REC (1:7)
                                       NOT > WS-RUN-CCYYDDD
                                   AND (POSTING-JOURNAL-REC (89:2)
                                       = "FE"
                                   OR POSTING-JOURNAL-REC (65:8)
                                       = "TDPENLTY")
                               PERFORM TALLY-ONE-POSTING-FEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-JOURNAL-FILE
           END-IF.

       TALLY-ONE-POSTING-FEE.
           COMPUTE WS-FEE-AMOUNT = 0 - FUNCTION NUMVAL
               (POSTING-JOURNAL-REC (26:11)).
           MOVE POSTING-JOURNAL-REC (9:9) TO WS-FEE-CUST-NO.
           COMPUTE WS-LOOKUP-ACCT-NO = WS-FEE-CUST-NO * 10 + 1.
           PERFORM BOOK-ONE-FEE.

      ***************************************************************
      *  ACCCLS01 writes the prorated closing fee as CLOSEFEE at
      *  column 30 with the amount taken off the account, signed,
      *  at column 39.
      ***************************************************************
       TABULATE-CLOSING-FEES.
           OPEN INPUT CLOSURE-JOURNAL-FILE.
           IF WS-CLOSURE-FILE-STATUS = "00"
               PERFORM UNTIL WS-CLOSURE-FILE-STATUS = "10"
                   READ CLOSURE-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-CLOSURE-FILE-STATUS
                       NOT AT END
                           IF CLOSURE-JOURNAL-REC (1:7) IS NUMERIC
                                   AND CLOSURE-JOURNAL-REC (1:7)
                                       NOT < WS-PERIOD-START
                                   AND CLOSURE-JOURNAL-REC (1:7)
                                       NOT > WS-RUN-CCYYDDD
                                   AND CLOSURE-JOURNAL-REC (30:8)
                                       = "CLOSEFEE"
                               COMPUTE WS-FEE-AMOUNT = 0 -
                                   FUNCTION NUMVAL
                                   (CLOSURE-JOURNAL-REC (39:13))
                               MOVE CLOSURE-JOURNAL-REC (19:10)
                                   TO WS-LOOKUP-ACCT-NO
                               PERFORM BOOK-ONE-FEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSURE-JOURNAL-FILE
           END-IF.

       BOOK-ONE-FEE.
           ADD WS-FEE-AMOUNT TO WS-GRAND-FEES.
           MOVE SPACES TO WS-LOOKUP-BRANCH.
           IF WS-ACCT-BRANCH-COUNT > 0
               SEARCH ALL WS-AB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AB-ACCT-NO (AB-IDX) = WS-LOOKUP-ACCT-NO
                       MOVE WS-AB-BRANCH (AB-IDX) TO WS-LOOKUP-BRANCH
               END-SEARCH
           END-IF.
           PERFORM FIND-BRANCH-SLOT.
           IF WS-BRANCH-SLOT > 0
               ADD WS-FEE-AMOUNT TO WS-BK-FEES (BK-IDX)
           END-IF.

       WRITE-BRANCH-BOOK.
           OPEN OUTPUT BRANCH-REPORT-FILE.
           MOVE SPACES TO BRANCH-REPORT-REC.
           STRING "BRANCH BOOK REPORT - " WS-PERIOD-START
                   " TO " WS-RUN-CCYYDDD
               DELIMITED BY SIZE INTO BRANCH-REPORT-REC.
           WRITE BRANCH-REPORT-REC.
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > WS-BRANCH-COUNT
               PERFORM WRITE-ONE-BRANCH
           END-PERFORM.
           IF WS-BRANCHES-DROPPED > 0
               MOVE SPACES TO BRANCH-REPORT-REC
               STRING "  ITEMS LEFT OUT - OVER 200 BRANCHES="
                       WS-BRANCHES-DROPPED
                   DELIMITED BY SIZE INTO BRANCH-REPORT-REC
               WRITE BRANCH-REPORT-REC
           END-IF.
           MOVE WS-GRAND-DEPOSITS TO WS-DEPOSIT-DISPLAY.
           MOVE WS-GRAND-LOANS TO WS-LOAN-DISPLAY.
           MOVE WS-GRAND-FEES TO WS-FEE-DISPLAY.
           MOVE SPACES TO BRANCH-REPORT-REC.
           STRING "TOTAL ACCTS=" WS-GRAND-ACCOUNTS
                   " DEPOSITS=" WS-DEPOSIT-DISPLAY
                   " LOANS=" WS-LOAN-DISPLAY
                   " OPENED=" WS-GRAND-OPENED
                   " CLOSED=" WS-GRAND-CLOSED
                   " XFERS=" WS-GRAND-XFR
                   " FEES=" WS-FEE-DISPLAY
               DELIMITED BY SIZE INTO BRANCH-REPORT-REC.
           WRITE BRANCH-REPORT-REC.
           CLOSE BRANCH-REPORT-FILE.

       WRITE-ONE-BRANCH.
           EVALUATE WS-BK-STATUS (BK-IDX)
               WHEN "A"
                   MOVE "OPEN" TO WS-STATUS-TEXT
               WHEN "C"
                   MOVE "CLOSED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "?" TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES TO BRANCH-REPORT-REC.
           STRING "BRANCH " WS-BK-CODE (BK-IDX)
                   " " WS-BK-NAME (BK-IDX)
                   " " WS-STATUS-TEXT
                   " MANAGER=" WS-BK-MANAGER (BK-IDX)
               DELIMITED BY SIZE INTO BRANCH-REPORT-REC.
           WRITE BRANCH-REPORT-REC.
           MOVE WS-BK-DEPOSITS (BK-IDX) TO WS-DEPOSIT-DISPLAY.
           MOVE WS-BK-LOANS (BK-IDX) TO WS-LOAN-DISPLAY.
           MOVE WS-BK-FEES (BK-IDX) TO WS-FEE-DISPLAY.
           MOVE SPACES TO BRANCH-REPORT-REC.
           STRING "  ACCTS=" WS-BK-ACCOUNTS (BK-IDX)
                   " DEPOSITS=" WS-DEPOSIT-DISPLAY
                   " LOANS=" WS-LOAN-DISPLAY
                   " OPENED=" WS-BK-OPENED (BK-IDX)
                   " CLOSED=" WS-BK-CLOSED (BK-IDX)
                   " IN=" WS-BK-XFR-IN (BK-IDX)
                   " OUT=" WS-BK-XFR-OUT (BK-IDX)
                   " FEES=" WS-FEE-DISPLAY
               DELIMITED BY SIZE INTO BRANCH-REPORT-REC.
           WRITE BRANCH-REPORT-REC.

      ***************************************************************
      *  The branch lines must re-add to the whole account file and
      *  the whole month's fees; anything else means a branch fell
      *  out of the report.
      ***************************************************************
       PROVE-BRANCH-TOTALS.
           MOVE 0 TO WS-PROOF-ACCOUNTS.
           MOVE 0 TO WS-PROOF-DEPOSITS.
           MOVE 0 TO WS-PROOF-LOANS.
           MOVE 0 TO WS-PROOF-FEES.
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > WS-BRANCH-COUNT
               ADD WS-BK-ACCOUNTS (BK-IDX) TO WS-PROOF-ACCOUNTS
               ADD WS-BK-DEPOSITS (BK-IDX) TO WS-PROOF-DEPOSITS
               ADD WS-BK-LOANS (BK-IDX) TO WS-PROOF-LOANS
               ADD WS-BK-FEES (BK-IDX) TO WS-PROOF-FEES
           END-PERFORM.
           IF WS-PROOF-ACCOUNTS NOT = WS-GRAND-ACCOUNTS
                   OR WS-PROOF-DEPOSITS NOT = WS-GRAND-DEPOSITS
                   OR WS-PROOF-LOANS NOT = WS-GRAND-LOANS
                   OR WS-PROOF-FEES NOT = WS-GRAND-FEES
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "BRNRPT01" TO ER-JOB-STEP
               MOVE "BRNP" TO ER-ERROR-CODE
               MOVE "BRANCH LINES DO NOT RE-ADD TO FILE TOTALS"
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
           MOVE "BRNRPT01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-POSTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               READ ACCOUNT-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       SKIP-POSTING-HEADER.
           IF WS-POSTING-FILE-STATUS = "00"
               READ POSTING-JOURNAL-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM BRNRPT01.
