       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQISS01.
      ***************************************************************
      *  CHQISS01 - nightly official cheque issuance.  Every payout
      *  that leaves the bank as a cheque used to be typed by hand;
      *  this step takes them all from the steps that decide them:
      *    - tonight's closure payouts from ACCCLS01 paid by cheque
      *      (C) or to a deceased customer's estate (E),
      *    - tonight's term-deposit maturity cheques from TDMAT01,
      *    - dispute refunds and escheatment remittances keyed by
      *      their desks on the cheque request file, proved first:
      *      a refund must name a case found for the customer, be
      *      no more than the disputed amount, and be the case's
      *      only cheque; a remittance naming a stale cheque must
      *      be for that cheque's amount, and the stale cheque is
      *      then escheated.
      *  Each cheque takes the next number from the controlled
      *  range on the cheque control file, goes on the cheque print
      *  file for the forms printer and on the cheque register, and
      *  is sent to the paying bank on the positive-pay file so
      *  only cheques the bank issued will clear.  A cheque
      *  CHQREC01 found stale-dated is voided to the bank on the
      *  same file.  A payout the range cannot cover waits on the
      *  register held and is issued first once stock is loaded;
      *  held payouts and a range running low raise CHQR.
      *
      *  The register is copied forward through a work copy as
      *  PRTRTN01 copies its returns register.  A rerun of the
      *  night drops the night's own cheques and numbers them again
      *  from the night's first number, so the print file, the
      *  positive-pay file, and the register come out the same.
      *
      *  Control record (data/cheque_control.dat):
      *    col 1-8    first cheque number in the range
      *    col 9-16   last cheque number in the range
      *    col 17-24  next cheque number to issue
      *    col 25-31  date of the last issuing night
      *    col 32-39  first number that night issued
      *    col 40-49  account the cheques are drawn on
      *    col 50-52  days before an unpaid cheque is stale (180)
      *    col 53-57  numbers left that warn of low stock
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-IN
               ASSIGN TO "data/cheque_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-IN-STATUS.
           SELECT CONTROL-OUT
               ASSIGN TO "data/cheque_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-OUT-STATUS.
           SELECT CLOSURE-PAYOUT-FILE
               ASSIGN TO "data/closure_payouts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSURE-FILE-STATUS.
           SELECT TD-PAYOUT-FILE
               ASSIGN TO "data/td_payouts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TDPAY-FILE-STATUS.
           SELECT CHEQUE-REQUEST-FILE
               ASSIGN TO "data/cheque_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.
           SELECT DISPUTE-CASE-FILE
               ASSIGN TO "data/dispute_cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.
           SELECT REGISTER-IN
               ASSIGN TO "data/cheque_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-IN-STATUS.
           SELECT REGISTER-OUT
               ASSIGN TO "data/cheque_register_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-OUT-STATUS.
           SELECT REGISTER-REWRITE
               ASSIGN TO "data/cheque_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-RW-STATUS.
           SELECT REGISTER-COPY-IN
               ASSIGN TO "data/cheque_register_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-CI-STATUS.
           SELECT CHEQUE-PRINT-FILE
               ASSIGN TO "data/cheque_print.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
           SELECT POSITIVE-PAY-FILE
               ASSIGN TO "data/positive_pay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPAY-FILE-STATUS.
           SELECT ISSUE-REPORT-FILE
               ASSIGN TO "data/cheque_issue_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-IN.
       COPY WSCHQCTL.

       FD  CONTROL-OUT.
       01  CONTROL-OUT-REC               PIC X(57).

       FD  CLOSURE-PAYOUT-FILE.
       01  CLOSURE-PAYOUT-REC            PIC X(117).

       FD  TD-PAYOUT-FILE.
       01  TD-PAYOUT-REC                 PIC X(117).

       FD  CHEQUE-REQUEST-FILE.
       COPY WSCHQREQ.

       FD  DISPUTE-CASE-FILE.
       COPY WSDSPCS.

       FD  REGISTER-IN.
       COPY WSCHQREG.

       FD  REGISTER-OUT.
       01  REGISTER-OUT-REC              PIC X(180).

       FD  REGISTER-REWRITE.
       01  REGISTER-REWRITE-REC          PIC X(180).

       FD  REGISTER-COPY-IN.
       01  REGISTER-COPY-REC             PIC X(180).

       FD  CHEQUE-PRINT-FILE.
       01  CHEQUE-PRINT-REC              PIC X(150).

       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-REC              PIC X(80).

       FD  ISSUE-REPORT-FILE.
       01  ISSUE-REPORT-REC              PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-IN-STATUS           PIC XX.
       01 WS-CONTROL-OUT-STATUS          PIC XX.
       01 WS-CLOSURE-FILE-STATUS         PIC XX.
       01 WS-TDPAY-FILE-STATUS           PIC XX.
       01 WS-REQUEST-FILE-STATUS         PIC XX.
       01 WS-CASE-FILE-STATUS            PIC XX.
       01 WS-REG-IN-STATUS               PIC XX.
       01 WS-REG-OUT-STATUS              PIC XX.
       01 WS-REG-RW-STATUS               PIC XX.
       01 WS-REG-CI-STATUS               PIC XX.
       01 WS-PRINT-FILE-STATUS           PIC XX.
       01 WS-PPAY-FILE-STATUS            PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-CONTROL-FOUND               PIC X(1) VALUE "N".
           88 WS-HAVE-CONTROL            VALUE "Y".
       01 WS-FOUND-SWITCH                PIC X(1).
           88 WS-WAS-FOUND               VALUE "Y".
       01 WS-NEXT-CHEQUE                 PIC 9(8).
       01 WS-NIGHT-FIRST                 PIC 9(8).
       01 WS-NUMBERS-LEFT                PIC 9(8).
       01 WS-REQUEST-SEQ                 PIC 9(5) VALUE 0.
       01 WS-REQUEST-AMOUNT              PIC 9(9)V99.
       01 WS-REQUEST-AMOUNT-X REDEFINES WS-REQUEST-AMOUNT
                                         PIC X(11).
       01 WS-REJECT-REASON               PIC X(30).
       01 WS-AMOUNT-EDITED               PIC Z(8)9.99.
       01 WS-TOTAL-EDITED                PIC Z(10)9.99.
       01 WS-PROTECTED-AMOUNT            PIC *(3),*(3),**9.99.
       01 WS-CHEQUES-ISSUED              PIC 9(7) VALUE 0.
       01 WS-ISSUED-TOTAL                PIC 9(11)V99 VALUE 0.
       01 WS-CHEQUES-HELD                PIC 9(7) VALUE 0.
       01 WS-HELD-TOTAL                  PIC 9(11)V99 VALUE 0.
       01 WS-VOIDS-SENT                  PIC 9(7) VALUE 0.
       01 WS-VOID-TOTAL                  PIC 9(11)V99 VALUE 0.
       01 WS-REQUESTS-REJECTED           PIC 9(5) VALUE 0.
       01 WS-REMITS-MATCHED              PIC 9(5) VALUE 0.
       01 WS-NEW-SOURCE                  PIC X(4).
       01 WS-EARLIER-REQUEST             PIC 9(4).
      *
      *  Tonight's desk requests, held so the register pass can
      *  find a refund's earlier cheque and a remittance's stale
      *  cheque before anything is issued.
      *
       01 WS-REQUEST-TABLE.
           05 WS-REQUEST-COUNT           PIC 9(4) VALUE 0.
           05 WS-REQUEST-ENTRY OCCURS 1000 TIMES INDEXED BY RQ-IDX.
               10 WS-RQ-IMAGE            PIC X(114).
               10 WS-RQ-REASON           PIC X(30).
               10 WS-RQ-REMIT-MATCHED    PIC X(1).
      *
      *  Dispute cases found for the customer, by case number.
      *
       01 WS-CASE-TABLE.
           05 WS-CASE-COUNT              PIC 9(4) VALUE 0.
           05 WS-CASE-ENTRY OCCURS 2000 TIMES INDEXED BY CS-IDX.
               10 WS-CS-CASE-NO          PIC X(10).
               10 WS-CS-CUST-NO          PIC 9(9).
               10 WS-CS-AMOUNT           PIC 9(9)V99.
       01 WS-TABLE-FULL-SWITCH           PIC X(1) VALUE "N".
           88 WS-A-TABLE-IS-FULL         VALUE "Y".
       01 WS-FULL-TABLE-TEXT             PIC X(40).
      *
      *  The cheque as the forms printer lays it on the stock:
      *  number, date, payee block, the amount in figures and
      *  asterisk-protected, what it pays, and the account drawn on.
      *
       01 WS-PRINT-LINE.
           05 FILLER                     PIC X(3) VALUE "CHQ".
           05 PL-CHEQUE-NO               PIC 9(8).
           05 PL-ISSUE-DATE              PIC 9(7).
           05 PL-PAYEE-NAME              PIC X(20).
           05 PL-PAYEE-ADDRESS           PIC X(40).
           05 PL-PAYEE-ZIP               PIC 9(9).
           05 PL-AMOUNT                  PIC 9(9)V99.
           05 PL-PROTECTED-AMOUNT        PIC X(14).
           05 PL-SOURCE                  PIC X(4).
           05 PL-SOURCE-REF              PIC X(13).
           05 PL-DRAWN-ON-ACCT           PIC X(10).
           05 FILLER                     PIC X(11) VALUE SPACES.
      *
      *  The positive-pay file as the paying bank takes it: header
      *  PPH, one PPD per cheque issued (I) or voided (V), trailer
      *  PPT with the counts and totals of each.
      *
       01 WS-PPAY-HEADER.
           05 FILLER                     PIC X(3) VALUE "PPH".
           05 PH-DRAWN-ON-ACCT           PIC X(10).
           05 PH-FILE-DATE               PIC 9(7).
           05 FILLER                     PIC X(60) VALUE SPACES.
       01 WS-PPAY-DETAIL.
           05 FILLER                     PIC X(3) VALUE "PPD".
           05 PD-DRAWN-ON-ACCT           PIC X(10).
           05 PD-CHEQUE-NO               PIC 9(8).
           05 PD-ISSUE-DATE              PIC 9(7).
           05 PD-AMOUNT                  PIC 9(9)V99.
           05 PD-ACTION                  PIC X(1).
           05 PD-PAYEE-NAME              PIC X(20).
           05 FILLER                     PIC X(20) VALUE SPACES.
       01 WS-PPAY-TRAILER.
           05 FILLER                     PIC X(3) VALUE "PPT".
           05 PT-DRAWN-ON-ACCT           PIC X(10).
           05 PT-ISSUE-COUNT             PIC 9(7).
           05 PT-ISSUE-TOTAL             PIC 9(11)V99.
           05 PT-VOID-COUNT              PIC 9(7).
           05 PT-VOID-TOTAL              PIC 9(11)V99.
           05 FILLER                     PIC X(27) VALUE SPACES.
      *
      *  The term-deposit payout file is cut in the closure payout
      *  layout; both are read into the one record.
      *
       COPY WSCLSPAY.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       CHQISS01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "CHQISS01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM LOAD-CHEQUE-CONTROL.
           IF NOT WS-HAVE-CONTROL
               DISPLAY "CHQISS01: NO CHEQUE RANGE ON "
                   "data/cheque_control.dat - NOT STARTED"
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "CHQISS01" TO ER-JOB-STEP
               MOVE "CHQR" TO ER-ERROR-CODE
               MOVE "NO CHEQUE RANGE ON CONTROL FILE"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    A rerun of the night starts again from the number the
      *    night first used.
           IF CC-LAST-ISSUE-DATE = WS-RUN-CCYYDDD
               MOVE CC-NIGHT-FIRST-NO TO WS-NEXT-CHEQUE
           ELSE
               MOVE CC-NEXT-NO TO WS-NEXT-CHEQUE
           END-IF.
           MOVE WS-NEXT-CHEQUE TO WS-NIGHT-FIRST.

           PERFORM LOAD-CHEQUE-REQUESTS.
           PERFORM LOAD-FOUND-DISPUTES.
      *    A request or case left out of its table would go unpaid
      *    or be refused for the wrong reason; the night is not
      *    started, and a rerun after the table is raised issues
      *    it whole.
           IF WS-A-TABLE-IS-FULL
               DISPLAY "CHQISS01: " ER-ERROR-TEXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT CHEQUE-PRINT-FILE.
           OPEN OUTPUT POSITIVE-PAY-FILE.
           MOVE CC-DRAWN-ON-ACCT TO PH-DRAWN-ON-ACCT.
           MOVE WS-RUN-CCYYDDD TO PH-FILE-DATE.
           WRITE POSITIVE-PAY-REC FROM WS-PPAY-HEADER.
           OPEN OUTPUT ISSUE-REPORT-FILE.
           MOVE SPACES TO ISSUE-REPORT-REC.
           STRING "OFFICIAL CHEQUE ISSUE  DATE " WS-RUN-CCYYDDD
                   "  DRAWN ON " CC-DRAWN-ON-ACCT
               DELIMITED BY SIZE INTO ISSUE-REPORT-REC.
           WRITE ISSUE-REPORT-REC.

           OPEN OUTPUT REGISTER-OUT.
           PERFORM CARRY-REGISTER-FORWARD.
           PERFORM ISSUE-CLOSURE-PAYOUTS.
           PERFORM ISSUE-TD-PAYOUTS.
           PERFORM ISSUE-DESK-REQUESTS.
           CLOSE REGISTER-OUT.
           PERFORM COPY-REGISTER-BACK.

           MOVE CC-DRAWN-ON-ACCT TO PT-DRAWN-ON-ACCT.
           MOVE WS-CHEQUES-ISSUED TO PT-ISSUE-COUNT.
           MOVE WS-ISSUED-TOTAL TO PT-ISSUE-TOTAL.
           MOVE WS-VOIDS-SENT TO PT-VOID-COUNT.
           MOVE WS-VOID-TOTAL TO PT-VOID-TOTAL.
           WRITE POSITIVE-PAY-REC FROM WS-PPAY-TRAILER.
           CLOSE POSITIVE-PAY-FILE.
           CLOSE CHEQUE-PRINT-FILE.

           PERFORM SAVE-CHEQUE-CONTROL.
           IF WS-NEXT-CHEQUE > CC-LAST-NO
               MOVE 0 TO WS-NUMBERS-LEFT
           ELSE
               COMPUTE WS-NUMBERS-LEFT =
                   CC-LAST-NO - WS-NEXT-CHEQUE + 1
           END-IF.

           MOVE WS-ISSUED-TOTAL TO WS-TOTAL-EDITED.
           MOVE SPACES TO ISSUE-REPORT-REC.
           STRING "ISSUED=" WS-CHEQUES-ISSUED
                   " AMOUNT=" WS-TOTAL-EDITED
                   " HELD=" WS-CHEQUES-HELD
                   " VOIDED=" WS-VOIDS-SENT
                   " REJECTED=" WS-REQUESTS-REJECTED
               DELIMITED BY SIZE INTO ISSUE-REPORT-REC.
           WRITE ISSUE-REPORT-REC.
           MOVE SPACES TO ISSUE-REPORT-REC.
           STRING "FIRST NUMBER " WS-NIGHT-FIRST
                   " NEXT " WS-NEXT-CHEQUE
                   " RANGE ENDS " CC-LAST-NO
                   " LEFT=" WS-NUMBERS-LEFT
               DELIMITED BY SIZE INTO ISSUE-REPORT-REC.
           WRITE ISSUE-REPORT-REC.
           MOVE WS-HELD-TOTAL TO WS-TOTAL-EDITED.
           MOVE SPACES TO ISSUE-REPORT-REC.
           STRING "HELD AMOUNT=" WS-TOTAL-EDITED
                   " STALE CHEQUES ESCHEATED=" WS-REMITS-MATCHED
               DELIMITED BY SIZE INTO ISSUE-REPORT-REC.
           WRITE ISSUE-REPORT-REC.
           CLOSE ISSUE-REPORT-FILE.

           IF WS-CHEQUES-HELD > 0
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "CHQISS01" TO ER-JOB-STEP
               MOVE "CHQR" TO ER-ERROR-CODE
               MOVE SPACES TO ER-ERROR-TEXT
               STRING "CHEQUE RANGE EXHAUSTED HELD="
                       WS-CHEQUES-HELD
                   DELIMITED BY SIZE INTO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
           ELSE
               IF WS-NUMBERS-LEFT < CC-LOW-STOCK
                   MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
                   MOVE "CHQISS01" TO ER-JOB-STEP
                   MOVE "CHQR" TO ER-ERROR-CODE
                   MOVE SPACES TO ER-ERROR-TEXT
                   STRING "CHEQUE STOCK LOW LEFT=" WS-NUMBERS-LEFT
                       DELIMITED BY SIZE INTO ER-ERROR-TEXT
                   CALL "EXCPLOG01" USING WS-ERROR-RECORD
               END-IF
           END-IF.

           DISPLAY "CHQISS01: ISSUED=" WS-CHEQUES-ISSUED
               " AMOUNT=" WS-ISSUED-TOTAL
               " HELD=" WS-CHEQUES-HELD
               " VOIDED=" WS-VOIDS-SENT
               " REJECTED=" WS-REQUESTS-REJECTED
               " REMITTED=" WS-REMITS-MATCHED
               " LEFT=" WS-NUMBERS-LEFT.

           MOVE WS-CHEQUES-ISSUED TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           GOBACK.

      ***************************************************************
      *  The one control line must carry a usable range; without
      *  one no cheque may be numbered and the step does not start.
      ***************************************************************
       LOAD-CHEQUE-CONTROL.
           OPEN INPUT CONTROL-IN.
           IF WS-CONTROL-IN-STATUS = "00"
               READ CONTROL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-FIRST-NO NUMERIC
                               AND CC-LAST-NO NUMERIC
                               AND CC-NEXT-NO NUMERIC
                               AND CC-FIRST-NO > 0
                               AND CC-LAST-NO NOT < CC-FIRST-NO
                           MOVE "Y" TO WS-CONTROL-FOUND
                       END-IF
               END-READ
               CLOSE CONTROL-IN
           END-IF.
           IF NOT WS-HAVE-CONTROL
               EXIT PARAGRAPH
           END-IF.
           IF CC-NEXT-NO < CC-FIRST-NO
               MOVE CC-FIRST-NO TO CC-NEXT-NO
           END-IF.
           IF CC-LAST-ISSUE-DATE NOT NUMERIC
               MOVE 0 TO CC-LAST-ISSUE-DATE
           END-IF.
           IF CC-NIGHT-FIRST-NO NOT NUMERIC
               MOVE CC-NEXT-NO TO CC-NIGHT-FIRST-NO
           END-IF.
           IF CC-STALE-DAYS NOT NUMERIC
               MOVE 180 TO CC-STALE-DAYS
           END-IF.
           IF CC-LOW-STOCK NOT NUMERIC
               MOVE 0 TO CC-LOW-STOCK
           END-IF.

       SAVE-CHEQUE-CONTROL.
           MOVE WS-NEXT-CHEQUE TO CC-NEXT-NO.
           MOVE WS-RUN-CCYYDDD TO CC-LAST-ISSUE-DATE.
           MOVE WS-NIGHT-FIRST TO CC-NIGHT-FIRST-NO.
           OPEN OUTPUT CONTROL-OUT.
           WRITE CONTROL-OUT-REC FROM WS-CHEQUE-CONTROL-RECORD.
           CLOSE CONTROL-OUT.

       LOAD-CHEQUE-REQUESTS.
           OPEN INPUT CHEQUE-REQUEST-FILE.
           IF WS-REQUEST-FILE-STATUS = "00"
               PERFORM UNTIL WS-REQUEST-FILE-STATUS = "10"
                   READ CHEQUE-REQUEST-FILE
                       AT END
                           MOVE "10" TO WS-REQUEST-FILE-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-CHEQUE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-REQUEST-FILE
           END-IF.

       LOAD-FOUND-DISPUTES.
           OPEN INPUT DISPUTE-CASE-FILE.
           IF WS-CASE-FILE-STATUS = "00"
               PERFORM UNTIL WS-CASE-FILE-STATUS = "10"
                   READ DISPUTE-CASE-FILE
                       AT END
                           MOVE "10" TO WS-CASE-FILE-STATUS
                       NOT AT END
                           IF DS-RESOLVED-FINAL
                               PERFORM LOAD-ONE-FOUND-DISPUTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-CASE-FILE
           END-IF.

       LOAD-ONE-CHEQUE-REQUEST.
           IF WS-REQUEST-COUNT = 1000
               MOVE "CHEQUE REQUESTS OVER 1000 - NOT ISSUED"
                   TO WS-FULL-TABLE-TEXT
               PERFORM NOTE-TABLE-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REQUEST-COUNT.
           MOVE WS-CHEQUE-REQUEST-RECORD
               TO WS-RQ-IMAGE (WS-REQUEST-COUNT).
           MOVE SPACES TO WS-RQ-REASON (WS-REQUEST-COUNT).
           MOVE "N" TO WS-RQ-REMIT-MATCHED (WS-REQUEST-COUNT).

       LOAD-ONE-FOUND-DISPUTE.
           IF WS-CASE-COUNT = 2000
               MOVE "DISPUTE CASES OVER 2000 - NOT ISSUED"
                   TO WS-FULL-TABLE-TEXT
               PERFORM NOTE-TABLE-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CASE-COUNT.
           MOVE DS-CASE-NO TO WS-CS-CASE-NO (WS-CASE-COUNT).
           MOVE DS-CUST-NO TO WS-CS-CUST-NO (WS-CASE-COUNT).
           MOVE DS-DISPUTED-AMOUNT TO WS-CS-AMOUNT (WS-CASE-COUNT).

      *    Logged once, on the first row that does not fit.
       NOTE-TABLE-FULL.
           IF NOT WS-A-TABLE-IS-FULL
               MOVE "Y" TO WS-TABLE-FULL-SWITCH
               MOVE WS-FULL-TABLE-TEXT TO ER-ERROR-TEXT
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "CHQISS01" TO ER-JOB-STEP
               MOVE "CHQT" TO ER-ERROR-CODE
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
           END-IF.
           MOVE 8 TO RETURN-CODE.

      ***************************************************************
      *  The register is copied forward entry by entry.  The
      *  night's own cheques from an earlier run are dropped and
      *  issued again; anything else the earlier run did to an
      *  older entry is undone first so it is done again the same
      *  way.  A held payout takes a number now if one is left; a
      *  stale cheque not yet voided to the bank is voided on
      *  tonight's positive-pay file, and one a remittance names
      *  is escheated.  A refund case that already has a cheque is
      *  noted against tonight's request for it.
      ***************************************************************
       CARRY-REGISTER-FORWARD.
           OPEN INPUT REGISTER-IN.
           IF WS-REG-IN-STATUS = "00"
               PERFORM UNTIL WS-REG-IN-STATUS = "10"
                   READ REGISTER-IN
                       AT END
                           MOVE "10" TO WS-REG-IN-STATUS
                       NOT AT END
                           PERFORM CARRY-ONE-CHEQUE
                   END-READ
               END-PERFORM
               CLOSE REGISTER-IN
           END-IF.

       CARRY-ONE-CHEQUE.
           IF CR-REQUEST-DATE = WS-RUN-CCYYDDD
               EXIT PARAGRAPH
           END-IF.
           IF CR-ISSUED AND CR-ISSUE-DATE = WS-RUN-CCYYDDD
               SET CR-HELD TO TRUE
               MOVE 0 TO CR-CHEQUE-NO
               MOVE 0 TO CR-ISSUE-DATE
               MOVE 0 TO CR-STATUS-DATE
           END-IF.
           IF CR-ESCHEATED AND CR-STATUS-DATE = WS-RUN-CCYYDDD
               SET CR-STALE TO TRUE
           END-IF.
           IF CR-VOID-SENT-DATE = WS-RUN-CCYYDDD
               MOVE 0 TO CR-VOID-SENT-DATE
           END-IF.
           EVALUATE TRUE
               WHEN CR-HELD
                   PERFORM ISSUE-ONE-CHEQUE
               WHEN CR-STALE
                   PERFORM VOID-STALE-CHEQUE
                   PERFORM MATCH-REMITTANCE
           END-EVALUATE.
           IF CR-SOURCE = "DISP"
               PERFORM NOTE-REFUND-ALREADY-PAID
           END-IF.
           WRITE REGISTER-OUT-REC FROM WS-CHEQUE-REGISTER-RECORD.

       VOID-STALE-CHEQUE.
           IF CR-VOID-SENT-DATE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RUN-CCYYDDD TO CR-VOID-SENT-DATE.
           ADD 1 TO WS-VOIDS-SENT.
           ADD CR-AMOUNT TO WS-VOID-TOTAL.
           MOVE "V" TO PD-ACTION.
           PERFORM WRITE-POSITIVE-PAY.
           MOVE CR-AMOUNT TO WS-AMOUNT-EDITED.
           MOVE SPACES TO ISSUE-REPORT-REC.
           STRING "  VOIDED  " CR-CHEQUE-NO
                   " STALE SINCE " CR-STATUS-DATE
                   " " WS-AMOUNT-EDITED
                   " " CR-PAYEE-NAME
               DELIMITED BY SIZE INTO ISSUE-REPORT-REC.
           WRITE ISSUE-REPORT-REC.

      *    A remittance naming this stale cheque escheats it when
      *    the amounts agree; the request is refused when not.
       MATCH-REMITTANCE.
           PERFORM VARYING RQ-IDX FROM 1 BY 1
                   UNTIL RQ-IDX > WS-REQUEST-COUNT
               MOVE WS-RQ-IMAGE (RQ-IDX) TO WS-CHEQUE-REQUEST-RECORD
               IF CQ-ESCHEAT-REMIT
                       AND CQ-REMIT-CHEQUE NUMERIC
                       AND CQ-REMIT-REST = SPACES
                       AND CQ-REMIT-CHEQUE = CR-CHEQUE-NO
                       AND WS-RQ-REMIT-MATCHED (RQ-IDX) = "N"
                   MOVE "Y" TO WS-RQ-REMIT-MATCHED (RQ-IDX)
                   MOVE CQ-AMOUNT TO WS-REQUEST-AMOUNT-X
                   IF WS-REQUEST-AMOUNT-X NOT NUMERIC
                       MOVE "AMOUNT NOT NUMERIC"
                           TO WS-RQ-REASON (RQ-IDX)
                   ELSE
                       IF WS-REQUEST-AMOUNT NOT = CR-AMOUNT
                           MOVE "AMOUNT DIFFERS FROM STALE CHEQUE"
                               TO WS-RQ-REASON (RQ-IDX)
                       ELSE
                           SET CR-ESCHEATED TO TRUE
                           MOVE WS-RUN-CCYYDDD TO CR-STATUS-DATE
                           ADD 1 TO WS-REMITS-MATCHED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       NOTE-REFUND-ALREADY-PAID.
           PERFORM VARYING RQ-IDX FROM 1 BY 1
                   UNTIL RQ-IDX > WS-REQUEST-COUNT
               MOVE WS-RQ-IMAGE (RQ-IDX) TO WS-CHEQUE-REQUEST-RECORD
               IF CQ-DISPUTE-REFUND
                       AND CQ-CASE-KEY = CR-SOURCE-REF (1:10)
                   MOVE "CASE ALREADY PAID BY CHEQUE"
                       TO WS-RQ-REASON (RQ-IDX)
               END-IF
           END-PERFORM.

      ***************************************************************
      *  Tonight's payouts from the closure and maturity steps: a
      *  transfer is the transfer desk's, everything else is ours.
      *  Only the night's own records are taken, so a file left
      *  from a night its step did not run is not paid twice.
      ***************************************************************
       ISSUE-CLOSURE-PAYOUTS.
           OPEN INPUT CLOSURE-PAYOUT-FILE.
           IF WS-CLOSURE-FILE-STATUS = "00"
               PERFORM UNTIL WS-CLOSURE-FILE-STATUS = "10"
                   READ CLOSURE-PAYOUT-FILE
                           INTO WS-CLOSURE-PAYOUT-RECORD
                       AT END
                           MOVE "10" TO WS-CLOSURE-FILE-STATUS
                       NOT AT END
                           IF CP-PAYOUT-DATE = WS-RUN-CCYYDDD
                                   AND NOT CP-BY-TRANSFER
                               IF CP-TO-ESTATE
                                   MOVE "ESTA" TO WS-NEW-SOURCE
                               ELSE
                                   MOVE "CLOS" TO WS-NEW-SOURCE
                               END-IF
                               PERFORM ISSUE-PAYOUT-CHEQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSURE-PAYOUT-FILE
           END-IF.

       ISSUE-TD-PAYOUTS.
           OPEN INPUT TD-PAYOUT-FILE.
           IF WS-TDPAY-FILE-STATUS = "00"
               PERFORM UNTIL WS-TDPAY-FILE-STATUS = "10"
                   READ TD-PAYOUT-FILE INTO WS-CLOSURE-PAYOUT-RECORD
                       AT END
                           MOVE "10" TO WS-TDPAY-FILE-STATUS
                       NOT AT END
                           IF CP-PAYOUT-DATE = WS-RUN-CCYYDDD
                                   AND CP-BY-CHEQUE
                               MOVE "TDMT" TO WS-NEW-SOURCE
                               PERFORM ISSUE-PAYOUT-CHEQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TD-PAYOUT-FILE
           END-IF.

       ISSUE-PAYOUT-CHEQUE.
           PERFORM START-NEW-ENTRY.
           MOVE CP-ACCT-NO TO CR-SOURCE-REF.
           MOVE CP-CUST-NO TO CR-CUST-NO.
           MOVE CP-ACCT-NO TO CR-ACCT-NO.
           MOVE CP-PAYOUT-AMOUNT TO CR-AMOUNT.
           MOVE CP-PAYEE-NAME TO CR-PAYEE-NAME.
           MOVE CP-PAYEE-ADDRESS TO CR-PAYEE-ADDRESS.
           MOVE CP-PAYEE-ZIP TO CR-PAYEE-ZIP.
           PERFORM ISSUE-ONE-CHEQUE.
           WRITE REGISTER-OUT-REC FROM WS-CHEQUE-REGISTER-RECORD.

       START-NEW-ENTRY.
           MOVE SPACES TO WS-CHEQUE-REGISTER-RECORD.
           MOVE WS-NEW-SOURCE TO CR-SOURCE.
           ADD 1 TO WS-REQUEST-SEQ.
           MOVE WS-RUN-CCYYDDD TO CR-REQUEST-DATE.
           MOVE WS-REQUEST-SEQ TO CR-REQUEST-SEQ.
           MOVE 0 TO CR-CHEQUE-NO.
           MOVE 0 TO CR-CUST-NO.
           MOVE 0 TO CR-ACCT-NO.
           MOVE 0 TO CR-AMOUNT.
           MOVE 0 TO CR-PAYEE-ZIP.
           MOVE 0 TO CR-ISSUE-DATE.
           MOVE 0 TO CR-STATUS-DATE.
           MOVE 0 TO CR-CLEARED-AMOUNT.
           MOVE 0 TO CR-RECON-DATE.
           MOVE 0 TO CR-VOID-SENT-DATE.

      ***************************************************************
      *  Desk requests in arrival order, each proved before it is
      *  paid; a refused request is listed with its reason and the
      *  desk keys it again corrected.
      ***************************************************************
       ISSUE-DESK-REQUESTS.
           PERFORM VARYING RQ-IDX FROM 1 BY 1
                   UNTIL RQ-IDX > WS-REQUEST-COUNT
               MOVE WS-RQ-IMAGE (RQ-IDX) TO WS-CHEQUE-REQUEST-RECORD
               MOVE WS-RQ-REASON (RQ-IDX) TO WS-REJECT-REASON
               IF WS-REJECT-REASON = SPACES
                   PERFORM JUDGE-ONE-REQUEST
               END-IF
               IF WS-REJECT-REASON = SPACES
                   PERFORM ISSUE-REQUEST-CHEQUE
               ELSE
                   PERFORM WRITE-REQUEST-REJECT
               END-IF
           END-PERFORM.

       JUDGE-ONE-REQUEST.
           MOVE CQ-AMOUNT TO WS-REQUEST-AMOUNT-X.
           EVALUATE TRUE
               WHEN NOT CQ-DISPUTE-REFUND AND NOT CQ-ESCHEAT-REMIT
                   MOVE "SOURCE NOT DISP OR ESCH"
                       TO WS-REJECT-REASON
               WHEN CQ-CLERK = SPACES
                   MOVE "NO CLERK" TO WS-REJECT-REASON
               WHEN CQ-PAYEE-NAME = SPACES
                   MOVE "NO PAYEE" TO WS-REJECT-REASON
               WHEN WS-REQUEST-AMOUNT-X NOT NUMERIC
                       OR WS-REQUEST-AMOUNT = 0
                   MOVE "AMOUNT NOT VALID" TO WS-REJECT-REASON
               WHEN CQ-PAYEE-ZIP NOT NUMERIC
                       AND CQ-PAYEE-ZIP NOT = SPACES
                   MOVE "ZIP NOT NUMERIC" TO WS-REJECT-REASON
               WHEN CQ-CUST-NO NOT NUMERIC
                       AND CQ-CUST-NO NOT = SPACES
                   MOVE "CUSTOMER NOT NUMERIC" TO WS-REJECT-REASON
               WHEN CQ-DISPUTE-REFUND
                   PERFORM JUDGE-DISPUTE-REFUND
               WHEN CQ-REMIT-CHEQUE NUMERIC
                       AND CQ-REMIT-REST = SPACES
                       AND WS-RQ-REMIT-MATCHED (RQ-IDX) = "N"
                   MOVE "CHEQUE NOT STALE ON REGISTER"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       JUDGE-DISPUTE-REFUND.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING CS-IDX FROM 1 BY 1
                   UNTIL CS-IDX > WS-CASE-COUNT OR WS-WAS-FOUND
               IF WS-CS-CASE-NO (CS-IDX) = CQ-CASE-KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
                   IF CQ-CUST-NO NOT = WS-CS-CUST-NO (CS-IDX)
                       MOVE "CASE IS FOR ANOTHER CUSTOMER"
                           TO WS-REJECT-REASON
                   ELSE
                       IF WS-REQUEST-AMOUNT > WS-CS-AMOUNT (CS-IDX)
                           MOVE "MORE THAN DISPUTED AMOUNT"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-WAS-FOUND
               MOVE "CASE NOT FOUND FOR CUSTOMER"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
      *    A second request for the same case tonight is refused.
           PERFORM VARYING WS-EARLIER-REQUEST FROM 1 BY 1
                   UNTIL WS-EARLIER-REQUEST >= RQ-IDX
               IF WS-RQ-IMAGE (WS-EARLIER-REQUEST) (1:4) = "DISP"
                       AND WS-RQ-IMAGE (WS-EARLIER-REQUEST) (5:10)
                           = CQ-CASE-KEY
                       AND WS-RQ-REASON (WS-EARLIER-REQUEST) = SPACES
                   MOVE "CASE ALREADY PAID BY CHEQUE"
                       TO WS-REJECT-REASON
               END-IF
           END-PERFORM.

       ISSUE-REQUEST-CHEQUE.
           MOVE CQ-SOURCE TO WS-NEW-SOURCE.
           PERFORM START-NEW-ENTRY.
           MOVE CQ-SOURCE-REF TO CR-SOURCE-REF.
           IF CQ-CUST-NO NUMERIC
               MOVE CQ-CUST-NO TO CR-CUST-NO
           END-IF.
           MOVE WS-REQUEST-AMOUNT TO CR-AMOUNT.
           MOVE CQ-PAYEE-NAME TO CR-PAYEE-NAME.
           MOVE CQ-PAYEE-ADDRESS TO CR-PAYEE-ADDRESS.
           IF CQ-PAYEE-ZIP NUMERIC
               MOVE CQ-PAYEE-ZIP TO CR-PAYEE-ZIP
           END-IF.
           PERFORM ISSUE-ONE-CHEQUE.
           WRITE REGISTER-OUT-REC FROM WS-CHEQUE-REGISTER-RECORD.

       WRITE-REQUEST-REJECT.
           MOVE WS-REJECT-REASON TO WS-RQ-REASON (RQ-IDX).
           ADD 1 TO WS-REQUESTS-REJECTED.
           MOVE SPACES TO ISSUE-REPORT-REC.
           STRING "  REFUSED " CQ-SOURCE
                   " " CQ-SOURCE-REF
                   " " CQ-CUST-NO
                   " CLERK " CQ-CLERK
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO ISSUE-REPORT-REC.
           WRITE ISSUE-REPORT-REC.

      ***************************************************************
      *  The next number in the range, or none: a payout the range
      *  cannot cover is held on the register without a number.
      *  An issued cheque goes to the print file, the positive-pay
      *  file, and the report.
      ***************************************************************
       ISSUE-ONE-CHEQUE.
           MOVE CR-AMOUNT TO WS-AMOUNT-EDITED.
           IF WS-NEXT-CHEQUE > CC-LAST-NO
               SET CR-HELD TO TRUE
               ADD 1 TO WS-CHEQUES-HELD
               ADD CR-AMOUNT TO WS-HELD-TOTAL
               MOVE SPACES TO ISSUE-REPORT-REC
               STRING "  HELD    " CR-SOURCE
                       " " CR-SOURCE-REF
                       " " WS-AMOUNT-EDITED
                       " " CR-PAYEE-NAME
                       " NO NUMBER LEFT"
                   DELIMITED BY SIZE INTO ISSUE-REPORT-REC
               WRITE ISSUE-REPORT-REC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEXT-CHEQUE TO CR-CHEQUE-NO.
           ADD 1 TO WS-NEXT-CHEQUE.
           SET CR-ISSUED TO TRUE.
           MOVE WS-RUN-CCYYDDD TO CR-ISSUE-DATE.
           MOVE WS-RUN-CCYYDDD TO CR-STATUS-DATE.
           ADD 1 TO WS-CHEQUES-ISSUED.
           ADD CR-AMOUNT TO WS-ISSUED-TOTAL.

           MOVE CR-CHEQUE-NO TO PL-CHEQUE-NO.
           MOVE CR-ISSUE-DATE TO PL-ISSUE-DATE.
           MOVE CR-PAYEE-NAME TO PL-PAYEE-NAME.
           MOVE CR-PAYEE-ADDRESS TO PL-PAYEE-ADDRESS.
           MOVE CR-PAYEE-ZIP TO PL-PAYEE-ZIP.
           MOVE CR-AMOUNT TO PL-AMOUNT.
           MOVE CR-AMOUNT TO WS-PROTECTED-AMOUNT.
           MOVE WS-PROTECTED-AMOUNT TO PL-PROTECTED-AMOUNT.
           MOVE CR-SOURCE TO PL-SOURCE.
           MOVE CR-SOURCE-REF TO PL-SOURCE-REF.
           MOVE CC-DRAWN-ON-ACCT TO PL-DRAWN-ON-ACCT.
           WRITE CHEQUE-PRINT-REC FROM WS-PRINT-LINE.

           MOVE "I" TO PD-ACTION.
           PERFORM WRITE-POSITIVE-PAY.

           MOVE SPACES TO ISSUE-REPORT-REC.
           STRING "  CHEQUE  " CR-CHEQUE-NO
                   " " CR-SOURCE
                   " " CR-SOURCE-REF
                   " " WS-AMOUNT-EDITED
                   " " CR-PAYEE-NAME
               DELIMITED BY SIZE INTO ISSUE-REPORT-REC.
           WRITE ISSUE-REPORT-REC.

       WRITE-POSITIVE-PAY.
           MOVE CC-DRAWN-ON-ACCT TO PD-DRAWN-ON-ACCT.
           MOVE CR-CHEQUE-NO TO PD-CHEQUE-NO.
           MOVE CR-ISSUE-DATE TO PD-ISSUE-DATE.
           MOVE CR-AMOUNT TO PD-AMOUNT.
           MOVE CR-PAYEE-NAME TO PD-PAYEE-NAME.
           WRITE POSITIVE-PAY-REC FROM WS-PPAY-DETAIL.

       COPY-REGISTER-BACK.
           OPEN INPUT REGISTER-COPY-IN.
           OPEN OUTPUT REGISTER-REWRITE.
           IF WS-REG-CI-STATUS = "00"
               PERFORM UNTIL WS-REG-CI-STATUS = "10"
                   READ REGISTER-COPY-IN
                       AT END
                           MOVE "10" TO WS-REG-CI-STATUS
                       NOT AT END
                           WRITE REGISTER-REWRITE-REC
                               FROM REGISTER-COPY-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE REGISTER-COPY-IN.
           CLOSE REGISTER-REWRITE.
       END PROGRAM CHQISS01.
