       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQREC01.
      ***************************************************************
      *  CHQREC01 - official cheque reconciliation.  The paying bank
      *  sends back every cheque drawn on the official cheque
      *  account that it paid; this step matches that cleared-cheque
      *  file against the cheque register CHQISS01 keeps:
      *    - a cheque paid at its face amount is paid and leaves the
      *      outstanding list;
      *    - a cheque paid at any other amount is a mismatch, listed
      *      with both amounts, and so is one the bank paid that
      *      the register never issued or already saw paid;
      *    - a cheque still unpaid is listed outstanding with its
      *      age, and one unpaid past the stale days on the cheque
      *      control file is stale-dated: CHQISS01 voids it to the
      *      bank on the next positive-pay file.
      *  Every stale cheque not yet remitted to the state goes on
      *  the stale cheque file each night, in the register layout,
      *  for DORMNT01 to list with the escheatment candidates.
      *  Any break raises CHQM for the morning digest.
      *
      *  The register is copied forward through a work copy as
      *  CHQISS01 copies it; a rerun of the night takes the same
      *  cleared file again to the same result.
      *
      *  Cleared-cheque layout (data/cleared_cheques.dat):
      *    col 1-10   account the cheque was drawn on
      *    col 11-18  cheque number
      *    col 19-25  date the bank paid it
      *    col 26-36  amount paid 9(9)V99
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE
               ASSIGN TO "data/cheque_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT CLEARED-CHEQUE-FILE
               ASSIGN TO "data/cleared_cheques.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARED-FILE-STATUS.
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
           SELECT STALE-CHEQUE-FILE
               ASSIGN TO "data/stale_cheques.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STALE-FILE-STATUS.
           SELECT RECON-REPORT-FILE
               ASSIGN TO "data/cheque_recon_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       COPY WSCHQCTL.

       FD  CLEARED-CHEQUE-FILE.
       01  CLEARED-CHEQUE-REC.
           02 CL-DRAWN-ON-ACCT           PIC X(10).
           02 CL-CHEQUE-NO               PIC X(8).
           02 CL-PAID-DATE               PIC X(7).
           02 CL-AMOUNT                  PIC X(11).

       FD  REGISTER-IN.
       COPY WSCHQREG.

       FD  REGISTER-OUT.
       01  REGISTER-OUT-REC              PIC X(180).

       FD  REGISTER-REWRITE.
       01  REGISTER-REWRITE-REC          PIC X(180).

       FD  REGISTER-COPY-IN.
       01  REGISTER-COPY-REC             PIC X(180).

       FD  STALE-CHEQUE-FILE.
       01  STALE-CHEQUE-REC              PIC X(180).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-REC              PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILE-STATUS         PIC XX.
       01 WS-CLEARED-FILE-STATUS         PIC XX.
       01 WS-REG-IN-STATUS               PIC XX.
       01 WS-REG-OUT-STATUS              PIC XX.
       01 WS-REG-RW-STATUS               PIC XX.
       01 WS-REG-CI-STATUS               PIC XX.
       01 WS-STALE-FILE-STATUS           PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-STALE-DAYS                  PIC 9(3) VALUE 180.
       01 WS-DRAWN-ON-ACCT               PIC X(10) VALUE SPACES.
       01 WS-FOUND-SWITCH                PIC X(1).
           88 WS-WAS-FOUND               VALUE "Y".
       01 WS-AGE-DAYS                    PIC S9(7).
       01 WS-AGE-DISPLAY                 PIC ZZZZ9.
       01 WS-PAID-AMOUNT                 PIC 9(9)V99.
       01 WS-PAID-AMOUNT-X REDEFINES WS-PAID-AMOUNT
                                         PIC X(11).
       01 WS-AMOUNT-EDITED               PIC Z(8)9.99.
       01 WS-PAID-EDITED                 PIC Z(8)9.99.
       01 WS-TOTAL-EDITED                PIC Z(10)9.99.
       01 WS-CLEARED-READ                PIC 9(7) VALUE 0.
       01 WS-CHEQUES-PAID                PIC 9(7) VALUE 0.
       01 WS-PAID-TOTAL                  PIC 9(11)V99 VALUE 0.
       01 WS-MISMATCHES                  PIC 9(7) VALUE 0.
       01 WS-NOT-ISSUED                  PIC 9(7) VALUE 0.
       01 WS-PAID-TWICE                  PIC 9(7) VALUE 0.
       01 WS-OUTSTANDING                 PIC 9(7) VALUE 0.
       01 WS-OUTSTANDING-TOTAL           PIC 9(11)V99 VALUE 0.
       01 WS-NEW-STALE                   PIC 9(7) VALUE 0.
       01 WS-STALE-LISTED                PIC 9(7) VALUE 0.
       01 WS-STALE-TOTAL                 PIC 9(11)V99 VALUE 0.
       01 WS-HELD                        PIC 9(7) VALUE 0.
       01 WS-BREAKS                      PIC 9(7) VALUE 0.
      *
      *  Tonight's cleared cheques, each marked once a register
      *  entry takes it.
      *
       01 WS-CLEARED-TABLE.
           05 WS-CLEARED-COUNT           PIC 9(5) VALUE 0.
           05 WS-CLEARED-ENTRY OCCURS 20000 TIMES INDEXED BY CL-IDX.
               10 WS-CL-CHEQUE-NO        PIC 9(8).
               10 WS-CL-PAID-DATE        PIC 9(7).
               10 WS-CL-AMOUNT           PIC 9(9)V99.
               10 WS-CL-MATCHED          PIC X(1).
       01 WS-MATCH-IDX                   PIC 9(5).
       01 WS-CLEARED-FULL-SWITCH         PIC X(1) VALUE "N".
           88 WS-CLEARED-TABLE-FULL      VALUE "Y".
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       CHQREC01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "CHQREC01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM LOAD-CHEQUE-CONTROL.

           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE SPACES TO RECON-REPORT-REC.
           STRING "OFFICIAL CHEQUE RECONCILIATION  DATE "
                   WS-RUN-CCYYDDD
                   "  DRAWN ON " WS-DRAWN-ON-ACCT
                   "  STALE AFTER " WS-STALE-DAYS " DAYS"
               DELIMITED BY SIZE INTO RECON-REPORT-REC.
           WRITE RECON-REPORT-REC.

           PERFORM LOAD-CLEARED-CHEQUES.
      *    A cleared cheque left out of the table would leave its
      *    entry outstanding and in time voided as stale; the
      *    register is not carried forward until all of them fit.
           IF WS-CLEARED-TABLE-FULL
               MOVE SPACES TO RECON-REPORT-REC
               STRING "CLEARED CHEQUES OVER 20000 - "
                       "REGISTER NOT UPDATED"
                   DELIMITED BY SIZE INTO RECON-REPORT-REC
               WRITE RECON-REPORT-REC
               CLOSE RECON-REPORT-FILE
               DISPLAY "CHQREC01: CLEARED CHEQUES OVER 20000 - "
                   "REGISTER NOT UPDATED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT STALE-CHEQUE-FILE.
           OPEN OUTPUT REGISTER-OUT.
           PERFORM CARRY-REGISTER-FORWARD.
           CLOSE REGISTER-OUT.
           CLOSE STALE-CHEQUE-FILE.
           PERFORM COPY-REGISTER-BACK.

           PERFORM LIST-NOT-ISSUED.

           COMPUTE WS-BREAKS =
               WS-MISMATCHES + WS-NOT-ISSUED + WS-PAID-TWICE.
           MOVE WS-PAID-TOTAL TO WS-TOTAL-EDITED.
           MOVE SPACES TO RECON-REPORT-REC.
           STRING "CLEARED=" WS-CLEARED-READ
                   " PAID=" WS-CHEQUES-PAID
                   " AMOUNT=" WS-TOTAL-EDITED
                   " MISMATCHED=" WS-MISMATCHES
                   " NOT ISSUED=" WS-NOT-ISSUED
               DELIMITED BY SIZE INTO RECON-REPORT-REC.
           WRITE RECON-REPORT-REC.
           MOVE WS-OUTSTANDING-TOTAL TO WS-TOTAL-EDITED.
           MOVE SPACES TO RECON-REPORT-REC.
           STRING "OUTSTANDING=" WS-OUTSTANDING
                   " AMOUNT=" WS-TOTAL-EDITED
                   " PAID TWICE=" WS-PAID-TWICE
                   " HELD UNISSUED=" WS-HELD
               DELIMITED BY SIZE INTO RECON-REPORT-REC.
           WRITE RECON-REPORT-REC.
           MOVE WS-STALE-TOTAL TO WS-TOTAL-EDITED.
           MOVE SPACES TO RECON-REPORT-REC.
           STRING "STALE=" WS-STALE-LISTED
                   " AMOUNT=" WS-TOTAL-EDITED
                   " NEWLY STALE=" WS-NEW-STALE
               DELIMITED BY SIZE INTO RECON-REPORT-REC.
           WRITE RECON-REPORT-REC.
           CLOSE RECON-REPORT-FILE.

           IF WS-BREAKS > 0
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "CHQREC01" TO ER-JOB-STEP
               MOVE "CHQM" TO ER-ERROR-CODE
               MOVE SPACES TO ER-ERROR-TEXT
               STRING "CHEQUE RECONCILIATION BREAKS=" WS-BREAKS
                   DELIMITED BY SIZE INTO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
           END-IF.

           DISPLAY "CHQREC01: CLEARED=" WS-CLEARED-READ
               " PAID=" WS-CHEQUES-PAID
               " MISMATCHED=" WS-MISMATCHES
               " NOT ISSUED=" WS-NOT-ISSUED
               " PAID TWICE=" WS-PAID-TWICE
               " OUTSTANDING=" WS-OUTSTANDING
               " STALE=" WS-STALE-LISTED
               " NEWLY STALE=" WS-NEW-STALE.

           MOVE WS-CLEARED-READ TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           GOBACK.

      ***************************************************************
      *  The stale days and the account come from the control line
      *  CHQISS01 keeps; a missing or bad line leaves 180 days and
      *  takes cleared cheques on any account.
      ***************************************************************
       LOAD-CHEQUE-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-STALE-DAYS NUMERIC
                               AND CC-STALE-DAYS > 0
                           MOVE CC-STALE-DAYS TO WS-STALE-DAYS
                       END-IF
                       MOVE CC-DRAWN-ON-ACCT TO WS-DRAWN-ON-ACCT
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      *    A line on another account, or one that cannot be read,
      *    is not ours to pay and is listed as a break.
       LOAD-CLEARED-CHEQUES.
           OPEN INPUT CLEARED-CHEQUE-FILE.
           IF WS-CLEARED-FILE-STATUS = "00"
               PERFORM UNTIL WS-CLEARED-FILE-STATUS = "10"
                   READ CLEARED-CHEQUE-FILE
                       AT END
                           MOVE "10" TO WS-CLEARED-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-CLEARED-READ
                           PERFORM TAKE-ONE-CLEARED
                   END-READ
               END-PERFORM
               CLOSE CLEARED-CHEQUE-FILE
           END-IF.

       TAKE-ONE-CLEARED.
           MOVE CL-AMOUNT TO WS-PAID-AMOUNT-X.
           IF CL-CHEQUE-NO NOT NUMERIC
                   OR CL-PAID-DATE NOT NUMERIC
                   OR WS-PAID-AMOUNT-X NOT NUMERIC
                   OR (WS-DRAWN-ON-ACCT NOT = SPACES
                       AND CL-DRAWN-ON-ACCT NOT = WS-DRAWN-ON-ACCT)
               ADD 1 TO WS-NOT-ISSUED
               MOVE SPACES TO RECON-REPORT-REC
               STRING "  NOT OURS  " CL-DRAWN-ON-ACCT
                       " " CL-CHEQUE-NO
                       " " CL-PAID-DATE
                       " " CL-AMOUNT
                   DELIMITED BY SIZE INTO RECON-REPORT-REC
               WRITE RECON-REPORT-REC
               EXIT PARAGRAPH
           END-IF.
           IF WS-CLEARED-COUNT = 20000
               IF NOT WS-CLEARED-TABLE-FULL
                   MOVE "Y" TO WS-CLEARED-FULL-SWITCH
                   MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
                   MOVE "CHQREC01" TO ER-JOB-STEP
                   MOVE "CHQT" TO ER-ERROR-CODE
                   MOVE "CLEARED CHEQUES OVER 20000 - NOT RECONCD"
                       TO ER-ERROR-TEXT
                   CALL "EXCPLOG01" USING WS-ERROR-RECORD
               END-IF
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CLEARED-COUNT.
           MOVE CL-CHEQUE-NO TO WS-CL-CHEQUE-NO (WS-CLEARED-COUNT).
           MOVE CL-PAID-DATE TO WS-CL-PAID-DATE (WS-CLEARED-COUNT).
           MOVE WS-PAID-AMOUNT TO WS-CL-AMOUNT (WS-CLEARED-COUNT).
           MOVE "N" TO WS-CL-MATCHED (WS-CLEARED-COUNT).

      ***************************************************************
      *  Each entry on the register meets tonight's cleared cheques
      *  as it is copied forward.  What an earlier run of the night
      *  decided is taken back first, so it is decided again.
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
           IF CR-RECON-DATE = WS-RUN-CCYYDDD
               PERFORM UNDO-TONIGHTS-RECON
           END-IF.
           IF CR-HELD
               ADD 1 TO WS-HELD
           ELSE
               PERFORM FIND-CLEARED-CHEQUE
               IF WS-WAS-FOUND
                   PERFORM TAKE-CLEARED-CHEQUE
               ELSE
                   IF CR-ISSUED
                       PERFORM AGE-OUTSTANDING-CHEQUE
                   END-IF
               END-IF
           END-IF.
           IF CR-STALE
               ADD 1 TO WS-STALE-LISTED
               ADD CR-AMOUNT TO WS-STALE-TOTAL
               WRITE STALE-CHEQUE-REC FROM WS-CHEQUE-REGISTER-RECORD
           END-IF.
           WRITE REGISTER-OUT-REC FROM WS-CHEQUE-REGISTER-RECORD.

      *    Paid or mismatched tonight goes back to issued, or to
      *    stale when CHQISS01 has already voided it; stale tonight
      *    goes back to issued.
       UNDO-TONIGHTS-RECON.
           EVALUATE TRUE
               WHEN CR-PAID OR CR-AMOUNT-MISMATCH
                   IF CR-VOID-SENT-DATE > 0
                       SET CR-STALE TO TRUE
                   ELSE
                       SET CR-ISSUED TO TRUE
                   END-IF
                   MOVE 0 TO CR-CLEARED-AMOUNT
               WHEN CR-STALE AND CR-STATUS-DATE = WS-RUN-CCYYDDD
                       AND CR-VOID-SENT-DATE = 0
                   SET CR-ISSUED TO TRUE
                   MOVE CR-ISSUE-DATE TO CR-STATUS-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE 0 TO CR-RECON-DATE.

       FIND-CLEARED-CHEQUE.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > WS-CLEARED-COUNT OR WS-WAS-FOUND
               IF WS-CL-CHEQUE-NO (CL-IDX) = CR-CHEQUE-NO
                       AND WS-CL-MATCHED (CL-IDX) = "N"
                   MOVE "Y" TO WS-FOUND-SWITCH
                   MOVE "Y" TO WS-CL-MATCHED (CL-IDX)
                   SET WS-MATCH-IDX TO CL-IDX
               END-IF
           END-PERFORM.

      *    An outstanding or stale cheque is paid, or paid at the
      *    wrong amount; one already paid or remitted on an
      *    earlier night was presented again.
       TAKE-CLEARED-CHEQUE.
           MOVE WS-CL-AMOUNT (WS-MATCH-IDX) TO WS-PAID-AMOUNT.
           MOVE WS-PAID-AMOUNT TO WS-PAID-EDITED.
           MOVE CR-AMOUNT TO WS-AMOUNT-EDITED.
           IF NOT CR-ISSUED AND NOT CR-STALE
               ADD 1 TO WS-PAID-TWICE
               MOVE SPACES TO RECON-REPORT-REC
               STRING "  PRESENTED AGAIN " CR-CHEQUE-NO
                       " STATUS " CR-STATUS
                       " PAID " WS-CL-PAID-DATE (WS-MATCH-IDX)
                       " " WS-PAID-EDITED
                       " " CR-PAYEE-NAME
                   DELIMITED BY SIZE INTO RECON-REPORT-REC
               WRITE RECON-REPORT-REC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RUN-CCYYDDD TO CR-RECON-DATE.
           MOVE WS-CL-PAID-DATE (WS-MATCH-IDX) TO CR-STATUS-DATE.
           MOVE WS-PAID-AMOUNT TO CR-CLEARED-AMOUNT.
           IF WS-PAID-AMOUNT = CR-AMOUNT
               SET CR-PAID TO TRUE
               ADD 1 TO WS-CHEQUES-PAID
               ADD WS-PAID-AMOUNT TO WS-PAID-TOTAL
           ELSE
               SET CR-AMOUNT-MISMATCH TO TRUE
               ADD 1 TO WS-MISMATCHES
               MOVE SPACES TO RECON-REPORT-REC
               STRING "  AMOUNT MISMATCH " CR-CHEQUE-NO
                       " ISSUED " WS-AMOUNT-EDITED
                       " PAID " WS-PAID-EDITED
                       " " CR-PAYEE-NAME
                   DELIMITED BY SIZE INTO RECON-REPORT-REC
               WRITE RECON-REPORT-REC
           END-IF.

       AGE-OUTSTANDING-CHEQUE.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD)
               - FUNCTION INTEGER-OF-DAY (CR-ISSUE-DATE).
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY.
           MOVE CR-AMOUNT TO WS-AMOUNT-EDITED.
           MOVE SPACES TO RECON-REPORT-REC.
           IF WS-AGE-DAYS > WS-STALE-DAYS
               SET CR-STALE TO TRUE
               MOVE WS-RUN-CCYYDDD TO CR-STATUS-DATE
               MOVE WS-RUN-CCYYDDD TO CR-RECON-DATE
               ADD 1 TO WS-NEW-STALE
               STRING "  STALE-DATED     " CR-CHEQUE-NO
                       " ISSUED " CR-ISSUE-DATE
                       " DAYS " WS-AGE-DISPLAY
                       " " WS-AMOUNT-EDITED
                       " " CR-PAYEE-NAME
                   DELIMITED BY SIZE INTO RECON-REPORT-REC
           ELSE
               ADD 1 TO WS-OUTSTANDING
               ADD CR-AMOUNT TO WS-OUTSTANDING-TOTAL
               STRING "  OUTSTANDING     " CR-CHEQUE-NO
                       " ISSUED " CR-ISSUE-DATE
                       " DAYS " WS-AGE-DISPLAY
                       " " WS-AMOUNT-EDITED
                       " " CR-PAYEE-NAME
                   DELIMITED BY SIZE INTO RECON-REPORT-REC
           END-IF.
           WRITE RECON-REPORT-REC.

      *    Cleared cheques no register entry took were never
      *    issued from this register.
       LIST-NOT-ISSUED.
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > WS-CLEARED-COUNT
               IF WS-CL-MATCHED (CL-IDX) = "N"
                   ADD 1 TO WS-NOT-ISSUED
                   MOVE WS-CL-AMOUNT (CL-IDX) TO WS-PAID-EDITED
                   MOVE SPACES TO RECON-REPORT-REC
                   STRING "  NOT ISSUED      " WS-CL-CHEQUE-NO (CL-IDX)
                           " PAID " WS-CL-PAID-DATE (CL-IDX)
                           " " WS-PAID-EDITED
                       DELIMITED BY SIZE INTO RECON-REPORT-REC
                   WRITE RECON-REPORT-REC
               END-IF
           END-PERFORM.

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
       END PROGRAM CHQREC01.
