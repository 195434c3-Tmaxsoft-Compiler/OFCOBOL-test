       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPMNT01.
      ***************************************************************
      *  DSPMNT01 - customer dispute cases with provisional credit.
      *  A customer who disputes a debit used to be told to wait, or
      *  given an RV reversal on the spot, and nobody followed up.
      *  The desk now opens a case against the posting journal
      *  entry the customer disputes - the entry number a reversal
      *  names, run date plus SEQ - and this step, run ahead of the
      *  POSTED01 edit pass, carries every case to its end:
      *    - an open is proved against the journal: the entry must
      *      exist, belong to the named customer, be a debit, not
      *      already be reversed, and not already be in dispute;
      *      the disputed amount (the whole debit when left blank)
      *      may not exceed it;
      *    - the provisional credit is due the configured number of
      *      business days after the case opens (BIZADJ01 judges
      *      each day); on the night it falls due the step raises
      *      a type DC credit to the customer's default account on
      *      the balance transaction file, so it posts through the
      *      ordinary POSTED01/POSTAP01 path, and the posting pass
      *      journals it under the DSPPROV booking source so
      *      GLEXTR01 books it against the disputed-items account,
      *      not cash;
      *    - the investigation must be decided by the configured
      *      number of calendar days after the open; a case still
      *      open past that date is flagged on the work list and
      *      raised to the exception file;
      *    - a resolution F (found for the customer) makes the
      *      credit final - crediting first if it was not yet due -
      *      and writes a DSPFINAL line to the dispute journal so
      *      GLEXTR01 moves the amount out of disputed items to
      *      dispute losses; a resolution D (found against) takes
      *      back a credit already given with a type DV debit,
      *      journaled under the same booking source.
      *  Every credit and every resolution sends the customer a
      *  notice: wording from the correspondence template file
      *  (document DISPUTE) through CORTPL01 in the customer's
      *  language, the address block through PTYADR01 and
      *  ADDRFMT01, each notice logged through CORRLOG01, and a
      *  mail-held customer's notice diverted to the held-
      *  correspondence file.  STMT01 lists the open cases on the
      *  customer's statement.
      *
      *  The case file is rewritten through a work copy as SARDSP01
      *  rewrites its cases: each case picks up its resolution and
      *  any credit now due as it passes, tonight's new cases are
      *  added at the end, and the open cases are listed on the work
      *  list as the work copy goes back.  Every transaction that
      *  cannot apply goes to the reject file with a reason code,
      *  and every event is logged.
      *
      *  Control record (data/dispute_control.dat):
      *    col 1-2    business days to the provisional credit (10)
      *    col 3-5    calendar days to decide the case (45)
      *  Transaction layout, arrival order:
      *    col 1      action - O open, F found for the customer,
      *               D found against the customer
      *    col 2-11   case number (open date + sequence), F and D
      *    col 12-24  disputed journal entry, O only
      *    col 25-33  customer number, O only
      *    col 34-42  disputed amount 9(7)V99, O only, blank for
      *               the whole debit
      *    col 43-50  clerk
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-CONTROL-FILE
               ASSIGN TO "data/dispute_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT DISPUTE-TXN-FILE
               ASSIGN TO "data/dispute_txns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "data/posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT DISPUTE-CASE-FILE
               ASSIGN TO "data/dispute_cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.
           SELECT CASE-WORK-FILE
               ASSIGN TO "data/dispute_cases_wrk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT BALANCE-TXN-FILE
               ASSIGN TO "data/balance_txns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALTXN-FILE-STATUS.
           SELECT DISPUTE-JOURNAL-FILE
               ASSIGN TO "data/dispute_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSPJRN-FILE-STATUS.
           SELECT DISPUTE-REJECT-FILE
               ASSIGN TO "data/dispute_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT DISPUTE-LOG-FILE
               ASSIGN TO "data/dispute_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT WORK-LIST-FILE
               ASSIGN TO "data/dispute_worklist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.
           SELECT NOTICE-WORK-FILE
               ASSIGN TO "data/dispute_notice_wrk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-WORK-STATUS.
           SELECT NOTICE-SORTED-FILE
               ASSIGN TO "data/dispute_notice_srt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-SORTED-STATUS.
           SELECT NOTICE-SORT-FILE
               ASSIGN TO "data/dispute_notice_sortwk.dat".
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT NOTICE-FILE
               ASSIGN TO "data/dispute_notices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.
           SELECT HELD-CORRESPONDENCE-FILE
               ASSIGN TO "data/held_correspondence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-CONTROL-FILE.
       01  DISPUTE-CONTROL-REC.
           02 DK-CREDIT-DAYS             PIC X(2).
           02 DK-DECIDE-DAYS             PIC X(3).

       FD  DISPUTE-TXN-FILE.
       01  DISPUTE-TXN-REC.
           02 DX-ACTION                  PIC X(1).
               88 DX-OPEN-CASE           VALUE "O".
               88 DX-FIND-FOR-CUSTOMER   VALUE "F".
               88 DX-FIND-AGAINST        VALUE "D".
           02 DX-CASE-NO                 PIC X(10).
           02 DX-ENTRY-NO                PIC X(13).
           02 DX-CUST-NO                 PIC X(9).
           02 DX-AMOUNT                  PIC X(9).
           02 DX-CLERK                   PIC X(8).

       FD  POSTING-JOURNAL-FILE.
       01  POSTING-JOURNAL-REC           PIC X(90).

       FD  DISPUTE-CASE-FILE.
       COPY WSDSPCS.

       FD  CASE-WORK-FILE.
       01  CASE-WORK-REC                 PIC X(100).

       FD  BALANCE-TXN-FILE.
       01  BALANCE-TXN-REC               PIC X(65).

       FD  DISPUTE-JOURNAL-FILE.
       01  DISPUTE-JOURNAL-REC           PIC X(80).

       FD  DISPUTE-REJECT-FILE.
       01  DISPUTE-REJECT-REC            PIC X(60).

       FD  DISPUTE-LOG-FILE.
       01  DISPUTE-LOG-REC               PIC X(132).

       FD  WORK-LIST-FILE.
       01  WORK-LIST-REC                 PIC X(100).

       FD  NOTICE-WORK-FILE.
       01  NOTICE-WORK-REC.
           02 NW-CUST-NO                 PIC 9(9).
           02 NW-CASE-NO                 PIC X(10).
           02 NW-KIND                    PIC X(1).
               88 NW-CREDIT-GIVEN        VALUE "P".
               88 NW-CREDIT-FINAL        VALUE "F".
               88 NW-CREDIT-REVERSED     VALUE "D".
               88 NW-DENIED-UNCREDITED   VALUE "N".
           02 NW-AMOUNT                  PIC 9(9)V99.
           02 NW-ENTRY-NO                PIC X(13).
           02 NW-DECIDE-BY-DATE          PIC 9(7).

       FD  NOTICE-SORTED-FILE.
       01  NOTICE-SORTED-REC             PIC X(51).

       SD  NOTICE-SORT-FILE.
       01  NOTICE-SORT-REC.
           02 NS-CUST-NO                 PIC 9(9).
           02 NS-CASE-NO                 PIC X(10).
           02 FILLER                     PIC X(32).

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  NOTICE-FILE.
       01  NOTICE-REC                    PIC X(90).

       FD  HELD-CORRESPONDENCE-FILE.
       01  HELD-CORRESPONDENCE-REC       PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILE-STATUS         PIC XX.
       01 WS-TXN-FILE-STATUS             PIC XX.
       01 WS-JOURNAL-FILE-STATUS         PIC XX.
       01 WS-CASE-FILE-STATUS            PIC XX.
       01 WS-WORK-FILE-STATUS            PIC XX.
       01 WS-BALTXN-FILE-STATUS          PIC XX.
       01 WS-DSPJRN-FILE-STATUS          PIC XX.
       01 WS-REJECT-FILE-STATUS          PIC XX.
       01 WS-LOG-FILE-STATUS             PIC XX.
       01 WS-LIST-FILE-STATUS            PIC XX.
       01 WS-NOTICE-WORK-STATUS          PIC XX.
       01 WS-NOTICE-SORTED-STATUS        PIC XX.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-NOTICE-FILE-STATUS          PIC XX.
       01 WS-HELD-FILE-STATUS            PIC XX.
       01 WS-STEP-RC                     PIC 9(2) VALUE 0.
       01 WS-CREDIT-DAYS                 PIC 9(2) VALUE 10.
       01 WS-DECIDE-DAYS                 PIC 9(3) VALUE 45.
       01 WS-CREDIT-DUE-DATE             PIC 9(7).
       01 WS-DECIDE-BY-DATE              PIC 9(7).
       01 WS-WALK-DAY-INTEGER            PIC 9(8).
       01 WS-WALK-DATE                   PIC 9(7).
       01 WS-DAYS-COUNTED                PIC 9(2).
       01 WS-TXNS-READ                   PIC 9(5) VALUE 0.
       01 WS-TXNS-APPLIED                PIC 9(5) VALUE 0.
       01 WS-TXNS-REJECTED               PIC 9(5) VALUE 0.
       01 WS-CASES-READ                  PIC 9(5) VALUE 0.
       01 WS-CASES-OPENED                PIC 9(5) VALUE 0.
       01 WS-CASES-OPEN                  PIC 9(5) VALUE 0.
       01 WS-CASES-OVERDUE               PIC 9(5) VALUE 0.
       01 WS-CREDITS-GIVEN               PIC 9(5) VALUE 0.
       01 WS-CREDITS-FINAL               PIC 9(5) VALUE 0.
       01 WS-CREDITS-REVERSED            PIC 9(5) VALUE 0.
       01 WS-CASES-DENIED                PIC 9(5) VALUE 0.
       01 WS-TXNS-RAISED                 PIC 9(5) VALUE 0.
       01 WS-TXNS-RAISED-HASH            PIC 9(13)V99 VALUE 0.
       01 WS-RECORDS-WRITTEN             PIC 9(7) VALUE 0.
       01 WS-NOTICES-DUE                 PIC 9(5) VALUE 0.
       01 WS-NOTICES-WRITTEN             PIC 9(5) VALUE 0.
       01 WS-NOTICES-HELD                PIC 9(5) VALUE 0.
       01 WS-NOTICES-UNSENT              PIC 9(5) VALUE 0.
       01 WS-REJECT-REASON               PIC X(4).
       01 WS-LAST-SEQ-TONIGHT            PIC 9(3) VALUE 0.
       01 WS-CURRENT-ENTRY               PIC X(13).
       01 WS-JOURNAL-AMOUNT              PIC S9(9)V99.
       01 WS-RAISE-AMOUNT                PIC 9(7)V99.
       01 WS-RAISE-AMOUNT-X REDEFINES WS-RAISE-AMOUNT
                                         PIC X(9).
       01 WS-RAISE-TYPE                  PIC X(2).
       01 WS-RAISE-SIGN                  PIC X(1).
       01 WS-AMOUNT-DISPLAY              PIC Z(8)9.99.
       01 WS-SIGNED-DISPLAY              PIC -(9)9.99.
       01 WS-LOG-EVENT                   PIC X(40).
       01 WS-OVERDUE-FLAG                PIC X(7).
       01 WS-TRACE-ID                    PIC X(13).
       01 WS-ZIP-DISPLAY                 PIC 9(9).
       01 WS-JOINT-IDX                   PIC 9(2).
       01 WS-CUSTOMER-EOF-SWITCH         PIC X(1) VALUE "N".
           88 WS-CUSTOMER-EOF            VALUE "Y".
       01 WS-NOTICE-DEST                 PIC X(1) VALUE "P".
           88 WS-NOTICE-HELD             VALUE "H".
      *
      *  Tonight's transactions, marked off as their cases pass.  An
      *  open also collects what the journal says about its entry.
      *
       01 WS-TXN-TABLE.
           05 WS-TXN-COUNT               PIC 9(3) VALUE 0.
           05 WS-TXN-ENTRY OCCURS 500 TIMES
                   INDEXED BY TX-IDX TD-IDX.
               10 WS-TXN-IMAGE           PIC X(50).
               10 WS-TXN-MATCHED         PIC X(1).
               10 WS-TXN-REASON          PIC X(4).
               10 WS-TXN-ENTRY-FOUND     PIC X(1).
               10 WS-TXN-ENTRY-CUST      PIC X(9).
               10 WS-TXN-ENTRY-AMOUNT    PIC S9(9)V99.
               10 WS-TXN-ENTRY-REVERSED  PIC X(1).
       COPY WSPTYADR.
       COPY WSADDRFM.
       COPY WSCORTPL.
       COPY WSCORRLG.
       COPY WSBIZADJ.
       COPY WSCTLTOT.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       DSPMNT01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "DSPMNT01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-DISPUTE-CONTROL.
           PERFORM DERIVE-CASE-DATES.
           PERFORM LOAD-TXN-TABLE.
           PERFORM FIND-DISPUTED-ENTRIES.

           OPEN OUTPUT DISPUTE-REJECT-FILE.
           OPEN OUTPUT DISPUTE-LOG-FILE.
           OPEN OUTPUT NOTICE-WORK-FILE.
           OPEN EXTEND BALANCE-TXN-FILE.
           IF WS-BALTXN-FILE-STATUS NOT = "00"
               OPEN OUTPUT BALANCE-TXN-FILE
           END-IF.
           OPEN EXTEND DISPUTE-JOURNAL-FILE.
           IF WS-DSPJRN-FILE-STATUS NOT = "00"
               OPEN OUTPUT DISPUTE-JOURNAL-FILE
           END-IF.
           PERFORM APPLY-CASE-TXNS.
           PERFORM OPEN-NEW-CASES.
           CLOSE CASE-WORK-FILE.
           PERFORM REJECT-UNMATCHED-TXNS.
           CLOSE DISPUTE-REJECT-FILE.
           CLOSE DISPUTE-LOG-FILE.
           CLOSE NOTICE-WORK-FILE.
           CLOSE BALANCE-TXN-FILE.
           CLOSE DISPUTE-JOURNAL-FILE.

           PERFORM REWRITE-CASE-FILE.
           PERFORM SEND-DISPUTE-NOTICES.
           PERFORM POST-CONTROL-TOTALS.
           PERFORM REPORT-OVERDUE-CASES.

           DISPLAY "DSPMNT01: TXNS READ=" WS-TXNS-READ
               " APPLIED=" WS-TXNS-APPLIED
               " REJECTED=" WS-TXNS-REJECTED.
           DISPLAY "DSPMNT01: CASES OPENED=" WS-CASES-OPENED
               " CREDITED=" WS-CREDITS-GIVEN
               " FINAL=" WS-CREDITS-FINAL
               " DENIED=" WS-CASES-DENIED
               " STILL OPEN=" WS-CASES-OPEN
               " OVERDUE=" WS-CASES-OVERDUE.
           DISPLAY "DSPMNT01: NOTICES=" WS-NOTICES-WRITTEN
               " HELD=" WS-NOTICES-HELD
               " DUE=" WS-NOTICES-DUE.

           MOVE WS-RECORDS-WRITTEN TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           MOVE WS-STEP-RC TO RETURN-CODE.
           IF PA-PARTY-TABLES-FULL
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      ***************************************************************
      *  Without a control record the regulatory defaults stand:
      *  ten business days to the provisional credit, forty-five
      *  calendar days to decide.
      ***************************************************************
       LOAD-DISPUTE-CONTROL.
           OPEN INPUT DISPUTE-CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               READ DISPUTE-CONTROL-FILE
                   AT END
                       MOVE "10" TO WS-CONTROL-FILE-STATUS
               END-READ
               IF WS-CONTROL-FILE-STATUS = "00"
                   IF DK-CREDIT-DAYS IS NUMERIC
                       MOVE DK-CREDIT-DAYS TO WS-CREDIT-DAYS
                   END-IF
                   IF DK-DECIDE-DAYS IS NUMERIC
                       MOVE DK-DECIDE-DAYS TO WS-DECIDE-DAYS
                   END-IF
               END-IF
               CLOSE DISPUTE-CONTROL-FILE
           END-IF.

      ***************************************************************
      *  Every case opened tonight shares the same dates.  The
      *  credit is due on the Nth business day after tonight, each
      *  day judged by BIZADJ01 the way the batch driver judges a
      *  missed night; zero days credits on the night of the open.
      ***************************************************************
       DERIVE-CASE-DATES.
           COMPUTE WS-WALK-DAY-INTEGER =
               FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD).
           MOVE WS-RUN-CCYYDDD TO WS-WALK-DATE.
           MOVE 0 TO WS-DAYS-COUNTED.
           PERFORM UNTIL WS-DAYS-COUNTED >= WS-CREDIT-DAYS
               ADD 1 TO WS-WALK-DAY-INTEGER
               COMPUTE WS-WALK-DATE = FUNCTION
                   DAY-OF-INTEGER (WS-WALK-DAY-INTEGER)
               MOVE WS-WALK-DATE TO BA-INPUT-DATE
               SET BA-RULE-FORWARD TO TRUE
               CALL "BIZADJ01" USING WS-BIZ-ADJUST-REQUEST
               IF BA-DATE-STOOD
                   ADD 1 TO WS-DAYS-COUNTED
               END-IF
           END-PERFORM.
           MOVE WS-WALK-DATE TO WS-CREDIT-DUE-DATE.
           COMPUTE WS-DECIDE-BY-DATE = FUNCTION DAY-OF-INTEGER
               (FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD)
                + WS-DECIDE-DAYS).

       LOAD-TXN-TABLE.
           OPEN INPUT DISPUTE-TXN-FILE.
           IF WS-TXN-FILE-STATUS = "00"
               PERFORM UNTIL WS-TXN-FILE-STATUS = "10"
                   READ DISPUTE-TXN-FILE
                       AT END
                           MOVE "10" TO WS-TXN-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-TXNS-READ
                           IF WS-TXN-COUNT < 500
                               ADD 1 TO WS-TXN-COUNT
                               SET TX-IDX TO WS-TXN-COUNT
                               MOVE DISPUTE-TXN-REC
                                   TO WS-TXN-IMAGE (TX-IDX)
                               MOVE "N" TO WS-TXN-MATCHED (TX-IDX)
                               MOVE SPACES TO WS-TXN-REASON (TX-IDX)
                               MOVE "N"
                                   TO WS-TXN-ENTRY-FOUND (TX-IDX)
                               MOVE SPACES
                                   TO WS-TXN-ENTRY-CUST (TX-IDX)
                               MOVE 0
                                   TO WS-TXN-ENTRY-AMOUNT (TX-IDX)
                               MOVE "N"
                                   TO WS-TXN-ENTRY-REVERSED (TX-IDX)
                           ELSE
                               DISPLAY "DSPMNT01: TXN TABLE FULL"
                                   " - NOT APPLIED " DISPUTE-TXN-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-TXN-FILE
           END-IF.

      ***************************************************************
      *  One pass of the posting journal answers every open tonight:
      *  each entry line is numbered the way POSTAP01 numbers it,
      *  and a REVERSAL OF line names the entry it backed out.
      ***************************************************************
       FIND-DISPUTED-ENTRIES.
           OPEN INPUT POSTING-JOURNAL-FILE.
           PERFORM SKIP-POSTING-HEADER.
           IF WS-JOURNAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-FILE-STATUS = "10"
                   READ POSTING-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-JOURNAL-FILE-STATUS
                       NOT AT END
                           IF POSTING-JOURNAL-REC (1:7) IS NUMERIC
                                   AND POSTING-JOURNAL-REC (42:6)
                                       IS NUMERIC
                               PERFORM MATCH-ONE-JOURNAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-JOURNAL-FILE
           END-IF.

       MATCH-ONE-JOURNAL-LINE.
           MOVE POSTING-JOURNAL-REC (1:7) TO WS-CURRENT-ENTRY (1:7).
           MOVE POSTING-JOURNAL-REC (42:6) TO WS-CURRENT-ENTRY (8:6).
           PERFORM VARYING TX-IDX FROM 1 BY 1
                   UNTIL TX-IDX > WS-TXN-COUNT
               MOVE WS-TXN-IMAGE (TX-IDX) TO DISPUTE-TXN-REC
               IF DX-OPEN-CASE
                   IF DX-ENTRY-NO = WS-CURRENT-ENTRY
                       MOVE "Y" TO WS-TXN-ENTRY-FOUND (TX-IDX)
                       MOVE POSTING-JOURNAL-REC (9:9)
                           TO WS-TXN-ENTRY-CUST (TX-IDX)
                       COMPUTE WS-TXN-ENTRY-AMOUNT (TX-IDX) =
                           FUNCTION NUMVAL
                           (POSTING-JOURNAL-REC (26:11))
                   END-IF
                   IF POSTING-JOURNAL-REC (49:12) = "REVERSAL OF "
                           AND POSTING-JOURNAL-REC (61:13)
                               = DX-ENTRY-NO
                       MOVE "Y" TO WS-TXN-ENTRY-REVERSED (TX-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      ***************************************************************
      *  Case file to work copy.  Each case picks up its resolution
      *  first; a case still waiting for its credit on or after the
      *  due date is credited as it passes.  An open case already
      *  on the entry an open names makes that open a duplicate.
      ***************************************************************
       APPLY-CASE-TXNS.
           OPEN INPUT DISPUTE-CASE-FILE.
           OPEN OUTPUT CASE-WORK-FILE.
           IF WS-CASE-FILE-STATUS = "00"
               PERFORM UNTIL WS-CASE-FILE-STATUS = "10"
                   READ DISPUTE-CASE-FILE
                       AT END
                           MOVE "10" TO WS-CASE-FILE-STATUS
                       NOT AT END
                           PERFORM PASS-ONE-CASE
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-CASE-FILE
           END-IF.

       PASS-ONE-CASE.
           ADD 1 TO WS-CASES-READ.
           IF DS-CASE-OPEN-DATE = WS-RUN-CCYYDDD
                   AND DS-CASE-SEQ > WS-LAST-SEQ-TONIGHT
               MOVE DS-CASE-SEQ TO WS-LAST-SEQ-TONIGHT
           END-IF.
           PERFORM VARYING TX-IDX FROM 1 BY 1
                   UNTIL TX-IDX > WS-TXN-COUNT
               MOVE WS-TXN-IMAGE (TX-IDX) TO DISPUTE-TXN-REC
               EVALUATE TRUE
                   WHEN DX-OPEN-CASE
                       IF DX-ENTRY-NO = DS-ENTRY-NO
                               AND DS-CASE-OPEN
                           MOVE "DUPL" TO WS-TXN-REASON (TX-IDX)
                       END-IF
                   WHEN DX-CASE-NO = DS-CASE-NO
                       MOVE "Y" TO WS-TXN-MATCHED (TX-IDX)
                       PERFORM JUDGE-ONE-RESOLUTION
               END-EVALUATE
           END-PERFORM.
           IF DS-CASE-OPEN AND DS-AWAITING-CREDIT
                   AND DS-CREDIT-DUE-DATE NOT > WS-RUN-CCYYDDD
               PERFORM GIVE-CREDIT-WITH-NOTICE
           END-IF.
           WRITE CASE-WORK-REC FROM WS-DISPUTE-CASE-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.

       JUDGE-ONE-RESOLUTION.
           EVALUATE TRUE
               WHEN DX-CLERK = SPACES
                   MOVE "CLRK" TO WS-REJECT-REASON
                   PERFORM WRITE-DISPUTE-REJECT
               WHEN NOT DX-FIND-FOR-CUSTOMER
                       AND NOT DX-FIND-AGAINST
                   MOVE "ACTN" TO WS-REJECT-REASON
                   PERFORM WRITE-DISPUTE-REJECT
               WHEN NOT DS-CASE-OPEN
                   MOVE "CLSD" TO WS-REJECT-REASON
                   PERFORM WRITE-DISPUTE-REJECT
               WHEN DX-FIND-FOR-CUSTOMER
                   PERFORM RESOLVE-FOR-CUSTOMER
               WHEN OTHER
                   PERFORM RESOLVE-AGAINST-CUSTOMER
           END-EVALUATE.

      ***************************************************************
      *  Found for the customer: a credit not yet due is given now,
      *  then the dispute journal moves it out of disputed items.
      *  The one notice tells the customer the credit is final.
      ***************************************************************
       RESOLVE-FOR-CUSTOMER.
           ADD 1 TO WS-TXNS-APPLIED.
           IF DS-AWAITING-CREDIT
               PERFORM GIVE-PROVISIONAL-CREDIT
           END-IF.
           SET DS-RESOLVED-FINAL TO TRUE.
           MOVE WS-RUN-CCYYDDD TO DS-CLOSED-DATE.
           MOVE DX-CLERK TO DS-RESOLVED-BY.
           ADD 1 TO WS-CREDITS-FINAL.
           MOVE DS-DISPUTED-AMOUNT TO WS-SIGNED-DISPLAY.
           MOVE SPACES TO DISPUTE-JOURNAL-REC.
           MOVE WS-RUN-CCYYDDD TO DISPUTE-JOURNAL-REC (1:7).
           MOVE DS-CUST-NO TO DISPUTE-JOURNAL-REC (9:9).
           MOVE "DSPFINAL" TO DISPUTE-JOURNAL-REC (30:8).
           MOVE WS-SIGNED-DISPLAY TO DISPUTE-JOURNAL-REC (39:13).
           MOVE DS-CASE-NO TO DISPUTE-JOURNAL-REC (53:10).
           WRITE DISPUTE-JOURNAL-REC.
           MOVE "FOUND FOR CUSTOMER - CREDIT FINAL"
               TO WS-LOG-EVENT.
           PERFORM WRITE-LOG-LINE.
           MOVE "F" TO NW-KIND.
           PERFORM WRITE-NOTICE-REQUEST.

      ***************************************************************
      *  Found against the customer: a credit already given comes
      *  back as a DV debit; one never given needs no money moved.
      ***************************************************************
       RESOLVE-AGAINST-CUSTOMER.
           ADD 1 TO WS-TXNS-APPLIED.
           ADD 1 TO WS-CASES-DENIED.
           IF DS-PROVISIONAL-CREDIT
               MOVE "DV" TO WS-RAISE-TYPE
               MOVE "-" TO WS-RAISE-SIGN
               PERFORM RAISE-BALANCE-TXN
               ADD 1 TO WS-CREDITS-REVERSED
               MOVE "D" TO NW-KIND
               MOVE "FOUND AGAINST CUSTOMER - CREDIT REVERSED"
                   TO WS-LOG-EVENT
           ELSE
               MOVE "N" TO NW-KIND
               MOVE "FOUND AGAINST CUSTOMER - NO CREDIT GIVEN"
                   TO WS-LOG-EVENT
           END-IF.
           SET DS-RESOLVED-DENIED TO TRUE.
           MOVE WS-RUN-CCYYDDD TO DS-CLOSED-DATE.
           MOVE DX-CLERK TO DS-RESOLVED-BY.
           PERFORM WRITE-LOG-LINE.
           PERFORM WRITE-NOTICE-REQUEST.

       GIVE-PROVISIONAL-CREDIT.
           MOVE "DC" TO WS-RAISE-TYPE.
           MOVE "+" TO WS-RAISE-SIGN.
           PERFORM RAISE-BALANCE-TXN.
           MOVE WS-RUN-CCYYDDD TO DS-CREDIT-DATE.
           SET DS-PROVISIONAL-CREDIT TO TRUE.
           ADD 1 TO WS-CREDITS-GIVEN.
           MOVE "PROVISIONAL CREDIT GIVEN" TO WS-LOG-EVENT.
           PERFORM WRITE-LOG-LINE.

       GIVE-CREDIT-WITH-NOTICE.
           PERFORM GIVE-PROVISIONAL-CREDIT.
           MOVE "P" TO NW-KIND.
           PERFORM WRITE-NOTICE-REQUEST.

      ***************************************************************
      *  The credit and its reversal post to the customer's default
      *  account (blank account number) and carry the case number
      *  as their trace ID, so the journal line leads back to the
      *  case.
      ***************************************************************
       RAISE-BALANCE-TXN.
           MOVE DS-DISPUTED-AMOUNT TO WS-RAISE-AMOUNT.
           MOVE SPACES TO WS-TRACE-ID.
           STRING "DSP" DS-CASE-NO
               DELIMITED BY SIZE INTO WS-TRACE-ID.
           MOVE SPACES TO BALANCE-TXN-REC.
           MOVE DS-CUST-NO TO BALANCE-TXN-REC (1:9).
           MOVE WS-RAISE-TYPE TO BALANCE-TXN-REC (10:2).
           MOVE WS-RAISE-SIGN TO BALANCE-TXN-REC (12:1).
           MOVE WS-RAISE-AMOUNT-X TO BALANCE-TXN-REC (13:9).
           MOVE WS-TRACE-ID TO BALANCE-TXN-REC (52:13).
           WRITE BALANCE-TXN-REC.
           ADD 1 TO WS-TXNS-RAISED.
           ADD WS-RAISE-AMOUNT TO WS-TXNS-RAISED-HASH.

      ***************************************************************
      *  Tonight's opens, in arrival order, after the case file:
      *  what the journal and the case pass found decides each one.
      ***************************************************************
       OPEN-NEW-CASES.
           PERFORM VARYING TX-IDX FROM 1 BY 1
                   UNTIL TX-IDX > WS-TXN-COUNT
               MOVE WS-TXN-IMAGE (TX-IDX) TO DISPUTE-TXN-REC
               IF DX-OPEN-CASE
                   MOVE "Y" TO WS-TXN-MATCHED (TX-IDX)
                   PERFORM JUDGE-ONE-OPEN
               END-IF
           END-PERFORM.

       JUDGE-ONE-OPEN.
           EVALUATE TRUE
               WHEN DX-CLERK = SPACES
                   MOVE "CLRK" TO WS-REJECT-REASON
               WHEN DX-CUST-NO NOT NUMERIC
                       OR DX-ENTRY-NO NOT NUMERIC
                       OR (DX-AMOUNT NOT NUMERIC
                           AND DX-AMOUNT NOT = SPACES)
                   MOVE "FMT " TO WS-REJECT-REASON
               WHEN WS-TXN-ENTRY-FOUND (TX-IDX) NOT = "Y"
                   MOVE "ENTR" TO WS-REJECT-REASON
               WHEN WS-TXN-ENTRY-CUST (TX-IDX) NOT = DX-CUST-NO
                   MOVE "CUST" TO WS-REJECT-REASON
               WHEN WS-TXN-ENTRY-AMOUNT (TX-IDX) NOT < 0
                   MOVE "NDBT" TO WS-REJECT-REASON
               WHEN WS-TXN-ENTRY-REVERSED (TX-IDX) = "Y"
                   MOVE "RVSD" TO WS-REJECT-REASON
               WHEN WS-TXN-REASON (TX-IDX) NOT = SPACES
                   MOVE WS-TXN-REASON (TX-IDX) TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               PERFORM BUILD-NEW-CASE
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM WRITE-NEW-CASE
           ELSE
               PERFORM WRITE-DISPUTE-REJECT
           END-IF.

      *    The disputed amount may be part of the debit but never
      *    more than it, nor more than one balance transaction
      *    can carry.
       BUILD-NEW-CASE.
           INITIALIZE WS-DISPUTE-CASE-RECORD.
           MOVE DX-CUST-NO TO DS-CUST-NO.
           MOVE DX-ENTRY-NO TO DS-ENTRY-NO.
           COMPUTE DS-ENTRY-AMOUNT =
               0 - WS-TXN-ENTRY-AMOUNT (TX-IDX).
           IF DX-AMOUNT = SPACES OR DX-AMOUNT = ZERO
               MOVE DS-ENTRY-AMOUNT TO DS-DISPUTED-AMOUNT
           ELSE
               MOVE DX-AMOUNT TO WS-RAISE-AMOUNT-X
               MOVE WS-RAISE-AMOUNT TO DS-DISPUTED-AMOUNT
           END-IF.
           IF DS-DISPUTED-AMOUNT > DS-ENTRY-AMOUNT
                   OR DS-DISPUTED-AMOUNT > 9999999.99
               MOVE "AMNT" TO WS-REJECT-REASON
           END-IF.

       WRITE-NEW-CASE.
           ADD 1 TO WS-TXNS-APPLIED.
           ADD 1 TO WS-CASES-OPENED.
           ADD 1 TO WS-LAST-SEQ-TONIGHT.
           MOVE WS-RUN-CCYYDDD TO DS-CASE-OPEN-DATE.
           MOVE WS-LAST-SEQ-TONIGHT TO DS-CASE-SEQ.
           MOVE WS-CREDIT-DUE-DATE TO DS-CREDIT-DUE-DATE.
           MOVE WS-DECIDE-BY-DATE TO DS-DECIDE-BY-DATE.
           SET DS-AWAITING-CREDIT TO TRUE.
           MOVE DX-CLERK TO DS-OPENED-BY.
           MOVE "OPENED" TO WS-LOG-EVENT.
           PERFORM WRITE-LOG-LINE.
      *    A later open on the same entry tonight is a duplicate
      *    of this one.
           PERFORM VARYING TD-IDX FROM TX-IDX BY 1
                   UNTIL TD-IDX > WS-TXN-COUNT
               IF TD-IDX > TX-IDX
                       AND WS-TXN-IMAGE (TD-IDX) (1:1) = "O"
                       AND WS-TXN-IMAGE (TD-IDX) (12:13) = DS-ENTRY-NO
                   MOVE "DUPL" TO WS-TXN-REASON (TD-IDX)
               END-IF
           END-PERFORM.
           IF DS-CREDIT-DUE-DATE NOT > WS-RUN-CCYYDDD
               PERFORM GIVE-CREDIT-WITH-NOTICE
           END-IF.
           WRITE CASE-WORK-REC FROM WS-DISPUTE-CASE-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.

       WRITE-LOG-LINE.
           MOVE DS-DISPUTED-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO DISPUTE-LOG-REC.
           STRING WS-RUN-CCYYDDD " CASE " DS-CASE-NO
                   " CUST=" DS-CUST-NO
                   " ENTRY=" DS-ENTRY-NO
                   " AMT=" WS-AMOUNT-DISPLAY
                   " " WS-LOG-EVENT
               DELIMITED BY SIZE INTO DISPUTE-LOG-REC.
           WRITE DISPUTE-LOG-REC.

       WRITE-NOTICE-REQUEST.
           MOVE DS-CUST-NO TO NW-CUST-NO.
           MOVE DS-CASE-NO TO NW-CASE-NO.
           MOVE DS-DISPUTED-AMOUNT TO NW-AMOUNT.
           MOVE DS-ENTRY-NO TO NW-ENTRY-NO.
           MOVE DS-DECIDE-BY-DATE TO NW-DECIDE-BY-DATE.
           WRITE NOTICE-WORK-REC.
           ADD 1 TO WS-NOTICES-DUE.

      ***************************************************************
      *  A resolution whose case never passed names no case on the
      *  file; one with no usable case number is a format reject.
      ***************************************************************
       REJECT-UNMATCHED-TXNS.
           PERFORM VARYING TX-IDX FROM 1 BY 1
                   UNTIL TX-IDX > WS-TXN-COUNT
               IF WS-TXN-MATCHED (TX-IDX) = "N"
                   MOVE WS-TXN-IMAGE (TX-IDX) TO DISPUTE-TXN-REC
                   EVALUATE TRUE
                       WHEN NOT DX-FIND-FOR-CUSTOMER
                               AND NOT DX-FIND-AGAINST
                           MOVE "ACTN" TO WS-REJECT-REASON
                       WHEN DX-CASE-NO NUMERIC
                           MOVE "CASE" TO WS-REJECT-REASON
                       WHEN OTHER
                           MOVE "FMT " TO WS-REJECT-REASON
                   END-EVALUATE
                   PERFORM WRITE-DISPUTE-REJECT
               END-IF
           END-PERFORM.

       WRITE-DISPUTE-REJECT.
           ADD 1 TO WS-TXNS-REJECTED.
           MOVE SPACES TO DISPUTE-REJECT-REC.
           STRING WS-REJECT-REASON " " DISPUTE-TXN-REC
               DELIMITED BY SIZE INTO DISPUTE-REJECT-REC.
           WRITE DISPUTE-REJECT-REC.

      ***************************************************************
      *  The work copy goes back over the case file, and each case
      *  still open goes on the work list as it passes - flagged
      *  OVERDUE once its decision date has gone by.
      ***************************************************************
       REWRITE-CASE-FILE.
           OPEN OUTPUT WORK-LIST-FILE.
           MOVE SPACES TO WORK-LIST-REC.
           STRING "CUSTOMER DISPUTES OPEN CASES  DATE "
                   WS-RUN-CCYYDDD
               DELIMITED BY SIZE INTO WORK-LIST-REC.
           WRITE WORK-LIST-REC.
           MOVE SPACES TO WORK-LIST-REC.
           STRING "  CASE       CUSTOMER  ENTRY           "
                   "  DISPUTED    DUE  CREDITED DECIDE BY"
               DELIMITED BY SIZE INTO WORK-LIST-REC.
           WRITE WORK-LIST-REC.
           OPEN INPUT CASE-WORK-FILE.
           OPEN OUTPUT DISPUTE-CASE-FILE.
           IF WS-WORK-FILE-STATUS = "00"
               PERFORM UNTIL WS-WORK-FILE-STATUS = "10"
                   READ CASE-WORK-FILE
                       AT END
                           MOVE "10" TO WS-WORK-FILE-STATUS
                       NOT AT END
                           WRITE WS-DISPUTE-CASE-RECORD
                               FROM CASE-WORK-REC
                           IF DS-CASE-OPEN
                               PERFORM WRITE-LIST-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CASE-WORK-FILE.
           CLOSE DISPUTE-CASE-FILE.
           MOVE SPACES TO WORK-LIST-REC.
           STRING "OPEN=" WS-CASES-OPEN
                   "  OVERDUE=" WS-CASES-OVERDUE
               DELIMITED BY SIZE INTO WORK-LIST-REC.
           WRITE WORK-LIST-REC.
           CLOSE WORK-LIST-FILE.

       WRITE-LIST-LINE.
           ADD 1 TO WS-CASES-OPEN.
           MOVE SPACES TO WS-OVERDUE-FLAG.
           IF DS-DECIDE-BY-DATE < WS-RUN-CCYYDDD
               ADD 1 TO WS-CASES-OVERDUE
               MOVE "OVERDUE" TO WS-OVERDUE-FLAG
           END-IF.
           MOVE DS-DISPUTED-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WORK-LIST-REC.
           STRING "  " DS-CASE-NO " " DS-CUST-NO " "
                   DS-ENTRY-NO " " WS-AMOUNT-DISPLAY " "
                   DS-CREDIT-DUE-DATE " " DS-CREDIT-DATE " "
                   DS-DECIDE-BY-DATE " " WS-OVERDUE-FLAG
               DELIMITED BY SIZE INTO WORK-LIST-REC.
           WRITE WORK-LIST-REC.

      ***************************************************************
      *  Tonight's notices are sorted into customer order and read
      *  against the master in one forward pass, so each customer's
      *  name, address, language and mail hold are on hand.
      ***************************************************************
       SEND-DISPUTE-NOTICES.
           SORT NOTICE-SORT-FILE
               ON ASCENDING KEY NS-CUST-NO NS-CASE-NO
               USING NOTICE-WORK-FILE
               GIVING NOTICE-SORTED-FILE.
           OPEN OUTPUT NOTICE-FILE.
           OPEN EXTEND HELD-CORRESPONDENCE-FILE.
           IF WS-HELD-FILE-STATUS NOT = "00"
               OPEN OUTPUT HELD-CORRESPONDENCE-FILE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-CUSTOMER-EOF-SWITCH
           END-IF.
           OPEN INPUT NOTICE-SORTED-FILE.
           IF WS-NOTICE-SORTED-STATUS = "00"
               PERFORM UNTIL WS-NOTICE-SORTED-STATUS = "10"
                   READ NOTICE-SORTED-FILE INTO NOTICE-WORK-REC
                       AT END
                           MOVE "10" TO WS-NOTICE-SORTED-STATUS
                       NOT AT END
                           PERFORM SEND-ONE-NOTICE
                   END-READ
               END-PERFORM
               CLOSE NOTICE-SORTED-FILE
           END-IF.
           IF WS-MASTER-FILE-STATUS NOT = "35"
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           MOVE SPACES TO NOTICE-REC.
           STRING "NOTICES=" WS-NOTICES-WRITTEN
                   " HELD=" WS-NOTICES-HELD
                   " DUE=" WS-NOTICES-DUE
               DELIMITED BY SIZE INTO NOTICE-REC.
           WRITE NOTICE-REC.
           CLOSE NOTICE-FILE.
           CLOSE HELD-CORRESPONDENCE-FILE.

       SEND-ONE-NOTICE.
           PERFORM READ-NEXT-CUSTOMER
               UNTIL WS-CUSTOMER-EOF
                   OR CN-CUST-NO NOT < NW-CUST-NO.
           IF NOT WS-CUSTOMER-EOF AND CN-CUST-NO = NW-CUST-NO
               PERFORM WRITE-DISPUTE-NOTICE
           ELSE
               ADD 1 TO WS-NOTICES-UNSENT
               DISPLAY "DSPMNT01: CUSTOMER NOT ON MASTER - NO NOTICE "
                   NW-CUST-NO " CASE " NW-CASE-NO
           END-IF.

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-CUSTOMER-EOF-SWITCH
           END-READ.

       WRITE-DISPUTE-NOTICE.
           IF CN-ON-MAIL-HOLD
               ADD 1 TO WS-NOTICES-HELD
               MOVE "H" TO WS-NOTICE-DEST
               MOVE "H" TO CO-CHANNEL
           ELSE
               ADD 1 TO WS-NOTICES-WRITTEN
               MOVE "P" TO WS-NOTICE-DEST
               MOVE "P" TO CO-CHANNEL
           END-IF.
           MOVE CN-CUST-NO TO CO-CUST-NO.
           MOVE "DISPUTE" TO CO-CORR-TYPE.
           MOVE WS-RUN-CCYYDDD TO CO-RUN-DATE.
           CALL "CORRLOG01" USING WS-CORRESPONDENCE-LOG-REQUEST.
           MOVE "DSPMNT01" TO TP-SOURCE-PROGRAM.
           MOVE "DISPUTE" TO TP-DOCUMENT.
           MOVE CN-LANGUAGE-CODE TO TP-LANGUAGE.
           MOVE SPACES TO TP-VALUE (1) TP-VALUE (2) TP-VALUE (3)
               TP-VALUE (4) TP-VALUE (5).
           MOVE 1 TO TP-LINE-NO.
           MOVE WS-RUN-CCYYDDD TO TP-VALUE (1).
           MOVE CN-CUST-NO TO TP-VALUE (2).
           MOVE CN-CUST-NAME TO TP-VALUE (3).
           PERFORM WRITE-TEMPLATE-LINE.
           PERFORM WRITE-ADDRESS-BLOCK.

           MOVE NW-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE 4 TO TP-LINE-NO.
           MOVE NW-CASE-NO TO TP-VALUE (1).
           MOVE NW-ENTRY-NO TO TP-VALUE (2).
           MOVE FUNCTION TRIM (WS-AMOUNT-DISPLAY) TO TP-VALUE (3).
           PERFORM WRITE-TEMPLATE-LINE.
           MOVE FUNCTION TRIM (WS-AMOUNT-DISPLAY) TO TP-VALUE (1).
           EVALUATE TRUE
               WHEN NW-CREDIT-GIVEN
                   MOVE 5 TO TP-LINE-NO
                   PERFORM WRITE-TEMPLATE-LINE
                   MOVE 6 TO TP-LINE-NO
                   MOVE NW-DECIDE-BY-DATE TO TP-VALUE (1)
                   PERFORM WRITE-TEMPLATE-LINE
               WHEN NW-CREDIT-FINAL
                   MOVE 7 TO TP-LINE-NO
                   PERFORM WRITE-TEMPLATE-LINE
               WHEN NW-CREDIT-REVERSED
                   MOVE 8 TO TP-LINE-NO
                   PERFORM WRITE-TEMPLATE-LINE
                   MOVE 10 TO TP-LINE-NO
                   PERFORM WRITE-TEMPLATE-LINE
               WHEN OTHER
                   MOVE 9 TO TP-LINE-NO
                   PERFORM WRITE-TEMPLATE-LINE
                   MOVE 10 TO TP-LINE-NO
                   PERFORM WRITE-TEMPLATE-LINE
           END-EVALUATE.
           MOVE SPACES TO NOTICE-REC.
           PERFORM WRITE-NOTICE-REC.

       WRITE-ADDRESS-BLOCK.
           MOVE CN-CUST-NO     TO PA-CUST-NO.
           MOVE WS-RUN-CCYYDDD TO PA-AS-OF-DATE.
           CALL "PTYADR01" USING WS-PARTY-ADDRESS-REQUEST.
           PERFORM VARYING WS-JOINT-IDX FROM 1 BY 1
                   UNTIL WS-JOINT-IDX > PA-JOINT-COUNT
               MOVE 2 TO TP-LINE-NO
               MOVE PA-JOINT-NAME (WS-JOINT-IDX) TO TP-VALUE (1)
               PERFORM WRITE-TEMPLATE-LINE
           END-PERFORM.
           IF PA-HAS-CARE-OF
               MOVE 3 TO TP-LINE-NO
               MOVE PA-CARE-OF-NAME TO TP-VALUE (1)
               PERFORM WRITE-TEMPLATE-LINE
               MOVE PA-CARE-OF-ADDRESS (1:30)  TO AF-LINE-1
               MOVE PA-CARE-OF-ADDRESS (31:10) TO AF-LINE-2
               MOVE PA-CARE-OF-ZIP             TO WS-ZIP-DISPLAY
           ELSE
               MOVE CN-ADDRESS (1:30)  TO AF-LINE-1
               MOVE CN-ADDRESS (31:10) TO AF-LINE-2
               MOVE CN-ZIP             TO WS-ZIP-DISPLAY
           END-IF.
           MOVE WS-ZIP-DISPLAY     TO AF-LINE-3.
           MOVE "|"                TO AF-DELIMITER.
           CALL "ADDRFMT01" USING WS-ADDR-FORMAT-REQUEST.
           MOVE SPACES TO NOTICE-REC.
           STRING "  " AF-FORMATTED-LINE
               DELIMITED BY SIZE INTO NOTICE-REC.
           PERFORM WRITE-NOTICE-REC.

       WRITE-TEMPLATE-LINE.
           CALL "CORTPL01" USING WS-CORR-TEMPLATE-REQUEST.
           MOVE TP-TEXT-LINE TO NOTICE-REC.
           PERFORM WRITE-NOTICE-REC.

       WRITE-NOTICE-REC.
           IF WS-NOTICE-HELD
               WRITE HELD-CORRESPONDENCE-REC FROM NOTICE-REC
           ELSE
               WRITE NOTICE-REC
           END-IF.

      ***************************************************************
      *  The credits and reversals are this step's contribution to
      *  the balance transaction file.
      ***************************************************************
       POST-CONTROL-TOTALS.
           MOVE WS-RUN-CCYYDDD TO CT-RUN-DATE.
           MOVE "DSPMNT01" TO CT-STEP-NAME.
           SET CT-ROLE-PRODUCER TO TRUE.
           MOVE "data/balance_txns.dat" TO CT-FILE-NAME.
           MOVE WS-TXNS-RAISED TO CT-RECORD-COUNT.
           MOVE WS-TXNS-RAISED-HASH TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

      ***************************************************************
      *  A case past its decision date, or a notice with no customer
      *  to send it to, goes to the exception file for the desk.
      ***************************************************************
       REPORT-OVERDUE-CASES.
           IF WS-CASES-OVERDUE > 0
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "DSPMNT01" TO ER-JOB-STEP
               MOVE "DSPO" TO ER-ERROR-CODE
               MOVE SPACES TO ER-ERROR-TEXT
               STRING WS-CASES-OVERDUE
                       " DISPUTES PAST DECISION DATE"
                   DELIMITED BY SIZE INTO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               MOVE 4 TO WS-STEP-RC
           END-IF.
           IF WS-NOTICES-UNSENT > 0
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "DSPMNT01" TO ER-JOB-STEP
               MOVE "DSPN" TO ER-ERROR-CODE
               MOVE SPACES TO ER-ERROR-TEXT
               STRING WS-NOTICES-UNSENT
                       " DISPUTE NOTICES NOT SENT"
                   DELIMITED BY SIZE INTO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               MOVE 4 TO WS-STEP-RC
           END-IF.


      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "DSPMNT01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-POSTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-POSTING-HEADER.
           IF WS-JOURNAL-FILE-STATUS = "00"
               READ POSTING-JOURNAL-FILE
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
       END PROGRAM DSPMNT01.
