       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRTN01.
      ***************************************************************
      *  TAXRTN01 - annual interest information return to the tax
      *  authority.  Year-end job: the year's interest paid per
      *  customer is summed from the twelve retained monthly
      *  interest journals (data/interest_journal_mMM.dat, cut by
      *  JRNCUT01) exactly as INTSUM01 sums it for the customer
      *  summaries - debit interest (DRIN=) is not interest paid -
      *  and the tax withheld from the dated WITHHELD= lines of the
      *  withholding journal that INTACC01, TDMAT01 and ACCCLS01
      *  write.  Every customer whose interest is at or over the
      *  reporting threshold, or who had any tax withheld, is
      *  reported: one INT record with the taxpayer ID, name and
      *  address off the WSCUSNEW master and the year's interest
      *  and withholding, between a HDR and a TRL record the
      *  authority proves the counts and totals against.  The print
      *  report shows the same payees for the tax desk.
      *
      *  The year only files in proof: a month whose journal is
      *  missing, trailerless or from another year, or a year whose
      *  per-customer interest does not agree with the monthly
      *  trailers plus the backdated adjustments, fails the run
      *  with no return written, as INTSUM01 does.
      *
      *  Every payee filed is appended to the return register.  The
      *  control file says which return this run builds:
      *    O  the original return for the year - refused if the
      *       register already holds one;
      *    C  a corrections file, only after the original: each
      *       payee is compared with the last values the register
      *       holds for it, and only the differences are filed -
      *       changed amounts or taxpayer ID as a corrected record,
      *       a payee no longer reportable corrected to zero, and a
      *       payee the original missed as a late original record.
      *  A payee with no taxpayer ID on the master, or no longer on
      *  the master at all, is still filed and is named on the
      *  exception log for the tax desk to solicit the number.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-CONTROL-FILE
               ASSIGN TO "data/tax_return_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT MONTHLY-JOURNAL-FILE
               ASSIGN TO WS-MONTHLY-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT WITHHOLDING-JOURNAL-FILE
               ASSIGN TO "data/withholding_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WITHHOLD-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT RETURN-REGISTER-FILE
               ASSIGN TO "data/tax_return_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
           SELECT RETURN-REPORT-FILE
               ASSIGN TO "data/tax_return_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT RETURN-EXTRACT-FILE
               ASSIGN TO "data/tax_info_return.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      *  Tax year (zero = the latest year whose December has been
      *  reached), return type O / C (blank = O), reporting
      *  threshold (zero = 10.00), and the bank's own taxpayer ID
      *  the return is filed under.
      *
       FD  TAX-CONTROL-FILE.
       01  TAX-CONTROL-REC.
           02 TC-TAX-YEAR                PIC 9(4).
           02 TC-RETURN-TYPE             PIC X(1).
           02 TC-THRESHOLD               PIC 9(7)V99.
           02 TC-PAYER-ID                PIC X(9).

       FD  MONTHLY-JOURNAL-FILE.
       01  MONTHLY-JOURNAL-REC           PIC X(90).

       FD  WITHHOLDING-JOURNAL-FILE.
       01  WITHHOLDING-JOURNAL-REC       PIC X(90).

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  RETURN-REGISTER-FILE.
       01  RETURN-REGISTER-REC.
           02 RR-TAX-YEAR                PIC 9(4).
           02 RR-CUST-NO                 PIC 9(9).
           02 RR-FILING-TYPE             PIC X(1).
               88 RR-ORIGINAL-FILING     VALUE "O".
               88 RR-CORRECTED-FILING    VALUE "C".
           02 RR-TAXPAYER-ID             PIC X(9).
           02 RR-INTEREST-PAID           PIC 9(11)V99.
           02 RR-TAX-WITHHELD            PIC 9(11)V99.
           02 RR-FILED-DATE              PIC 9(7).
           02 RR-FILED-TIME              PIC 9(6).
           02 RR-RUN-FLAG                PIC X(1).

       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-REC             PIC X(110).

       FD  RETURN-EXTRACT-FILE.
       01  RETURN-EXTRACT-REC            PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILE-STATUS         PIC XX.
       01 WS-JOURNAL-FILE-STATUS         PIC XX.
       01 WS-WITHHOLD-FILE-STATUS        PIC XX.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-REGISTER-FILE-STATUS        PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-EXTRACT-FILE-STATUS         PIC XX.
       01 WS-TAX-YEAR                    PIC 9(4) VALUE 0.
       01 WS-RETURN-TYPE                 PIC X(1) VALUE "O".
           88 WS-ORIGINAL-RETURN         VALUE "O".
           88 WS-CORRECTIONS-RETURN      VALUE "C".
       01 WS-THRESHOLD                   PIC 9(7)V99 VALUE 10.00.
       01 WS-PAYER-ID                    PIC X(9) VALUE SPACES.
       01 WS-DAY-INTEGER                 PIC 9(8).
       01 WS-DATE-YYYYMMDD               PIC 9(8).
       01 WS-MONTHLY-JOURNAL-NAME        PIC X(40).
       01 WS-MONTH-NUM                   PIC 9(2).
       01 WS-MONTH-DISPLAY               PIC 99.
       01 WS-MONTH-TOTAL                 PIC S9(11)V99.
       01 WS-MONTH-HAS-TRAILER           PIC X(1).
       01 WS-MONTH-WRONG-YEAR            PIC X(1).
       01 WS-MONTHS-MISSING              PIC 9(2) VALUE 0.
       01 WS-TRAILER-TOTAL-SUM           PIC S9(13)V99 VALUE 0.
       01 WS-ADJUSTMENT-TOTAL-SUM        PIC S9(13)V99 VALUE 0.
       01 WS-CUSTOMER-TOTAL-SUM          PIC S9(13)V99 VALUE 0.
       01 WS-YEAR-PROOF                  PIC X(1) VALUE "Y".
           88 WS-YEAR-IN-PROOF           VALUE "Y".
       01 WS-JOURNAL-CUST-NO             PIC 9(9).
       01 WS-JOURNAL-AMOUNT              PIC S9(9)V99.
       01 WS-CUSTOMER-FOUND              PIC X(1).
           88 WS-CUSTOMER-WAS-FOUND      VALUE "Y".
      *
      *  Every customer with interest or withholding in the year,
      *  what is reportable now, and what the register already
      *  holds as filed for the year.
      *
       01 WS-PAYEE-TABLE.
           05 WS-PAYEE-COUNT             PIC 9(4) VALUE 0.
           05 WS-PAYEE-ENTRY OCCURS 2000 TIMES INDEXED BY PY-IDX.
               10 WS-PAY-CUST-NO         PIC 9(9).
               10 WS-PAY-TAXPAYER-ID     PIC X(9).
               10 WS-PAY-NAME            PIC X(20).
               10 WS-PAY-ADDRESS         PIC X(40).
               10 WS-PAY-ZIP             PIC 9(9).
               10 WS-PAY-ON-MASTER       PIC X(1).
               10 WS-PAY-INTEREST        PIC S9(11)V99.
               10 WS-PAY-WITHHELD        PIC S9(11)V99.
               10 WS-PAY-REPORT-INTEREST PIC 9(11)V99.
               10 WS-PAY-REPORT-WITHHELD PIC 9(11)V99.
               10 WS-PAY-REPORTABLE      PIC X(1).
                   88 WS-PAY-IS-REPORTABLE   VALUE "Y".
               10 WS-PAY-FILED           PIC X(1).
                   88 WS-PAY-WAS-FILED       VALUE "Y".
               10 WS-PAY-FILED-ID        PIC X(9).
               10 WS-PAY-FILED-INTEREST  PIC 9(11)V99.
               10 WS-PAY-FILED-WITHHELD  PIC 9(11)V99.
               10 WS-PAY-FILE-ACTION     PIC X(1).
                   88 WS-PAY-NOT-FILED       VALUE " ".
                   88 WS-PAY-FILE-ORIGINAL   VALUE "O".
                   88 WS-PAY-FILE-CORRECTION VALUE "C".
       01 WS-PAYEE-OVERFLOW              PIC X(1) VALUE "N".
           88 WS-PAYEES-OVERFLOWED       VALUE "Y".
       01 WS-REGISTER-ROWS-FOR-YEAR      PIC 9(7) VALUE 0.
       01 WS-TIME-OF-DAY.
           05 WS-TOD-HHMMSS              PIC 9(6).
           05 WS-TOD-HUND                PIC 9(2).
       01 WS-WITHHOLD-LINES              PIC 9(7) VALUE 0.
       01 WS-REPORTABLE-PAYEES           PIC 9(5) VALUE 0.
       01 WS-FILINGS-ORIGINAL            PIC 9(5) VALUE 0.
       01 WS-FILINGS-CORRECTED           PIC 9(5) VALUE 0.
       01 WS-FILINGS-UNCHANGED           PIC 9(5) VALUE 0.
       01 WS-MISSING-TAXPAYER-ID         PIC 9(5) VALUE 0.
       01 WS-FILING-RECORDS              PIC 9(7) VALUE 0.
       01 WS-TOTAL-INTEREST              PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-WITHHELD              PIC 9(13)V99 VALUE 0.
       01 WS-AMOUNT-DISPLAY-1            PIC 9(11).99.
       01 WS-AMOUNT-DISPLAY-2            PIC 9(11).99.
       01 WS-THRESHOLD-DISPLAY           PIC 9(7).99.
       01 WS-TOTAL-DISPLAY-1             PIC 9(13).99.
       01 WS-TOTAL-DISPLAY-2             PIC 9(13).99.
       01 WS-FILING-TYPE-TEXT            PIC X(9).
      *
      *  Information return records: fixed 150-byte layouts,
      *  amounts unsigned display with two implied decimals.
      *
       01 WS-RETURN-HEADER.
           05 FILLER                     PIC X(3) VALUE "HDR".
           05 RH-PAYER-ID                PIC X(9).
           05 RH-TAX-YEAR                PIC 9(4).
           05 RH-RETURN-TYPE             PIC X(1).
           05 RH-PREPARED-DATE           PIC 9(7).
           05 RH-THRESHOLD               PIC 9(7)V99.
           05 FILLER                     PIC X(117) VALUE SPACES.
       01 WS-RETURN-DETAIL.
           05 FILLER                     PIC X(3) VALUE "INT".
           05 RD-FILING-TYPE             PIC X(1).
           05 RD-TAX-YEAR                PIC 9(4).
           05 RD-TAXPAYER-ID             PIC X(9).
           05 RD-CUST-NO                 PIC 9(9).
           05 RD-PAYEE-NAME              PIC X(20).
           05 RD-ADDRESS                 PIC X(40).
           05 RD-ZIP                     PIC 9(9).
           05 RD-INTEREST-PAID           PIC 9(11)V99.
           05 RD-TAX-WITHHELD            PIC 9(11)V99.
           05 FILLER                     PIC X(29) VALUE SPACES.
       01 WS-RETURN-TRAILER.
           05 FILLER                     PIC X(3) VALUE "TRL".
           05 RT-PAYEE-COUNT             PIC 9(7).
           05 RT-INTEREST-PAID           PIC 9(13)V99.
           05 RT-TAX-WITHHELD            PIC 9(13)V99.
           05 FILLER                     PIC X(110) VALUE SPACES.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSEXCLOG.
       COPY WSCTLTOT.

       PROCEDURE DIVISION.
       TAXRTN01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "TAXRTN01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-TAX-CONTROL.
           PERFORM ACCUMULATE-ONE-MONTH
               VARYING WS-MONTH-NUM FROM 1 BY 1
               UNTIL WS-MONTH-NUM > 12.
           PERFORM RECONCILE-YEAR-TOTALS.
           PERFORM ACCUMULATE-WITHHOLDING.
           PERFORM LOAD-RETURN-REGISTER.
           PERFORM LOAD-PAYEE-IDENTITY.
           PERFORM CHECK-RETURN-TYPE.

           IF WS-YEAR-IN-PROOF AND NOT WS-PAYEES-OVERFLOWED
               PERFORM DECIDE-FILINGS
               PERFORM WRITE-RETURN
               PERFORM POST-CONTROL-TOTALS
           END-IF.

           DISPLAY "TAXRTN01: TAX YEAR=" WS-TAX-YEAR
               " TYPE=" WS-RETURN-TYPE
               " MONTHS MISSING=" WS-MONTHS-MISSING
               " REPORTABLE=" WS-REPORTABLE-PAYEES
               " FILED=" WS-FILINGS-ORIGINAL
               " CORRECTED=" WS-FILINGS-CORRECTED
               " UNCHANGED=" WS-FILINGS-UNCHANGED
               " NO TAXPAYER ID=" WS-MISSING-TAXPAYER-ID.

           MOVE WS-FILING-RECORDS TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           IF NOT WS-YEAR-IN-PROOF OR WS-PAYEES-OVERFLOWED
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      ***************************************************************
      *  With no control record the original return for the latest
      *  year whose December has been reached is built at the
      *  standard threshold - a December run files the current
      *  year, any other month the year before.
      ***************************************************************
       LOAD-TAX-CONTROL.
           OPEN INPUT TAX-CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               READ TAX-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TC-TAX-YEAR NUMERIC
                           MOVE TC-TAX-YEAR TO WS-TAX-YEAR
                       END-IF
                       IF TC-RETURN-TYPE NOT = SPACE
                           MOVE TC-RETURN-TYPE TO WS-RETURN-TYPE
                       END-IF
                       IF TC-THRESHOLD NUMERIC AND TC-THRESHOLD > 0
                           MOVE TC-THRESHOLD TO WS-THRESHOLD
                       END-IF
                       MOVE TC-PAYER-ID TO WS-PAYER-ID
               END-READ
               CLOSE TAX-CONTROL-FILE
           END-IF.
           IF WS-TAX-YEAR = 0
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD)
               COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER)
               MOVE WS-DATE-YYYYMMDD (1:4) TO WS-TAX-YEAR
               IF WS-DATE-YYYYMMDD (5:2) NOT = "12"
                   SUBTRACT 1 FROM WS-TAX-YEAR
               END-IF
           END-IF.
           IF NOT WS-ORIGINAL-RETURN AND NOT WS-CORRECTIONS-RETURN
               MOVE "N" TO WS-YEAR-PROOF
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "TAXRTN01" TO ER-JOB-STEP
               MOVE "TXRT" TO ER-ERROR-CODE
               MOVE "RETURN TYPE NOT O OR C IN TAX CONTROL"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
           END-IF.

      ***************************************************************
      *  One month's journal, read the way INTSUM01 reads it:
      *  customer lines accumulate per customer and the TOTAL
      *  INTEREST POSTED trailer is the month's own proof.  A copy
      *  whose dated lines belong to another year is last year's
      *  month still waiting to be cut, and counts as missing.
      ***************************************************************
       ACCUMULATE-ONE-MONTH.
           MOVE WS-MONTH-NUM TO WS-MONTH-DISPLAY.
           MOVE SPACES TO WS-MONTHLY-JOURNAL-NAME.
           STRING "data/interest_journal_m" WS-MONTH-DISPLAY ".dat"
               DELIMITED BY SIZE INTO WS-MONTHLY-JOURNAL-NAME.
           MOVE "N" TO WS-MONTH-HAS-TRAILER.
           MOVE "N" TO WS-MONTH-WRONG-YEAR.
           MOVE 0 TO WS-MONTH-TOTAL.
           OPEN INPUT MONTHLY-JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-FILE-STATUS = "10"
                   READ MONTHLY-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-JOURNAL-FILE-STATUS
                       NOT AT END
                           PERFORM TALLY-ONE-JOURNAL-LINE
                   END-READ
               END-PERFORM
               CLOSE MONTHLY-JOURNAL-FILE
           END-IF.
           IF WS-MONTH-HAS-TRAILER = "Y"
                   AND WS-MONTH-WRONG-YEAR = "N"
               ADD WS-MONTH-TOTAL TO WS-TRAILER-TOTAL-SUM
           ELSE
               ADD 1 TO WS-MONTHS-MISSING
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "TAXRTN01" TO ER-JOB-STEP
               MOVE "YRMM" TO ER-ERROR-CODE
               MOVE SPACES TO ER-ERROR-TEXT
               STRING "MONTH " WS-MONTH-DISPLAY
                       " JOURNAL MISSING OR NOT " WS-TAX-YEAR
                   DELIMITED BY SIZE INTO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
           END-IF.

       TALLY-ONE-JOURNAL-LINE.
           IF MONTHLY-JOURNAL-REC (1:7) IS NUMERIC
                   AND MONTHLY-JOURNAL-REC (1:4) NOT = WS-TAX-YEAR
               MOVE "Y" TO WS-MONTH-WRONG-YEAR
           END-IF.
           IF MONTHLY-JOURNAL-REC (9:9) IS NUMERIC
                   AND MONTHLY-JOURNAL-REC (19:5) NOT = "DRIN="
               MOVE MONTHLY-JOURNAL-REC (9:9) TO WS-JOURNAL-CUST-NO
               COMPUTE WS-JOURNAL-AMOUNT = FUNCTION NUMVAL
                   (MONTHLY-JOURNAL-REC (49:11))
               IF MONTHLY-JOURNAL-REC (19:6) = "VDATE="
                       OR MONTHLY-JOURNAL-REC (19:5) = "TDMT="
                       OR MONTHLY-JOURNAL-REC (19:5) = "CLSD="
                   ADD WS-JOURNAL-AMOUNT
                       TO WS-ADJUSTMENT-TOTAL-SUM
               END-IF
               PERFORM FIND-PAYEE-ENTRY
               IF NOT WS-CUSTOMER-WAS-FOUND
                   PERFORM ADD-PAYEE-ENTRY
               END-IF
               IF WS-CUSTOMER-WAS-FOUND
                   ADD WS-JOURNAL-AMOUNT TO WS-PAY-INTEREST (PY-IDX)
               END-IF
           ELSE
               IF MONTHLY-JOURNAL-REC (1:22)
                       = "TOTAL INTEREST POSTED="
                   MOVE "Y" TO WS-MONTH-HAS-TRAILER
                   COMPUTE WS-MONTH-TOTAL = FUNCTION NUMVAL
                       (MONTHLY-JOURNAL-REC (23:14))
               END-IF
           END-IF.

      ***************************************************************
      *  The year files only in proof: all twelve months seen, and
      *  the per-customer interest equal to the monthly trailers
      *  plus the separately accumulated backdated adjustments.
      ***************************************************************
       RECONCILE-YEAR-TOTALS.
           MOVE 0 TO WS-CUSTOMER-TOTAL-SUM.
           PERFORM VARYING PY-IDX FROM 1 BY 1
                   UNTIL PY-IDX > WS-PAYEE-COUNT
               ADD WS-PAY-INTEREST (PY-IDX) TO WS-CUSTOMER-TOTAL-SUM
           END-PERFORM.
           IF WS-MONTHS-MISSING > 0
                   OR WS-CUSTOMER-TOTAL-SUM
                       NOT = WS-TRAILER-TOTAL-SUM
                           + WS-ADJUSTMENT-TOTAL-SUM
               MOVE "N" TO WS-YEAR-PROOF
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "TAXRTN01" TO ER-JOB-STEP
               MOVE "YRRC" TO ER-ERROR-CODE
               MOVE "ANNUAL INTEREST DOES NOT RECONCILE"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
           END-IF.

      ***************************************************************
      *  The withholding journal keeps its dated history; only the
      *  tax year's WITHHELD= lines count.  Its TOTAL WITHHELD
      *  trailers cover the INTACC01 cycles alone, so the lines are
      *  the figure reported.
      ***************************************************************
       ACCUMULATE-WITHHOLDING.
           OPEN INPUT WITHHOLDING-JOURNAL-FILE.
           IF WS-WITHHOLD-FILE-STATUS = "00"
               PERFORM UNTIL WS-WITHHOLD-FILE-STATUS = "10"
                   READ WITHHOLDING-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-WITHHOLD-FILE-STATUS
                       NOT AT END
                           IF WITHHOLDING-JOURNAL-REC (1:7) NUMERIC
                                   AND WITHHOLDING-JOURNAL-REC (1:4)
                                       = WS-TAX-YEAR
                                   AND WITHHOLDING-JOURNAL-REC (9:9)
                                       NUMERIC
                                   AND WITHHOLDING-JOURNAL-REC (40:9)
                                       = "WITHHELD="
                               PERFORM TAKE-ONE-WITHHOLDING-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WITHHOLDING-JOURNAL-FILE
           END-IF.

       TAKE-ONE-WITHHOLDING-LINE.
           ADD 1 TO WS-WITHHOLD-LINES.
           MOVE WITHHOLDING-JOURNAL-REC (9:9) TO WS-JOURNAL-CUST-NO.
           PERFORM FIND-PAYEE-ENTRY.
           IF NOT WS-CUSTOMER-WAS-FOUND
               PERFORM ADD-PAYEE-ENTRY
           END-IF.
           IF WS-CUSTOMER-WAS-FOUND
               COMPUTE WS-JOURNAL-AMOUNT = FUNCTION NUMVAL
                   (WITHHOLDING-JOURNAL-REC (49:11))
               ADD WS-JOURNAL-AMOUNT TO WS-PAY-WITHHELD (PY-IDX)
           END-IF.

      ***************************************************************
      *  A new entry for WS-JOURNAL-CUST-NO, left at PY-IDX.  A full
      *  table is reported once and the run fails: a payee who
      *  cannot be tabled would silently go unreported.
      ***************************************************************
       ADD-PAYEE-ENTRY.
           IF WS-PAYEE-COUNT < 2000
               ADD 1 TO WS-PAYEE-COUNT
               SET PY-IDX TO WS-PAYEE-COUNT
               MOVE WS-JOURNAL-CUST-NO TO WS-PAY-CUST-NO (PY-IDX)
               MOVE SPACES TO WS-PAY-TAXPAYER-ID (PY-IDX)
               MOVE SPACES TO WS-PAY-NAME (PY-IDX)
               MOVE SPACES TO WS-PAY-ADDRESS (PY-IDX)
               MOVE 0 TO WS-PAY-ZIP (PY-IDX)
               MOVE "N" TO WS-PAY-ON-MASTER (PY-IDX)
               MOVE 0 TO WS-PAY-INTEREST (PY-IDX)
               MOVE 0 TO WS-PAY-WITHHELD (PY-IDX)
               MOVE 0 TO WS-PAY-REPORT-INTEREST (PY-IDX)
               MOVE 0 TO WS-PAY-REPORT-WITHHELD (PY-IDX)
               MOVE "N" TO WS-PAY-REPORTABLE (PY-IDX)
               MOVE "N" TO WS-PAY-FILED (PY-IDX)
               MOVE SPACES TO WS-PAY-FILED-ID (PY-IDX)
               MOVE 0 TO WS-PAY-FILED-INTEREST (PY-IDX)
               MOVE 0 TO WS-PAY-FILED-WITHHELD (PY-IDX)
               MOVE SPACES TO WS-PAY-FILE-ACTION (PY-IDX)
               MOVE "Y" TO WS-CUSTOMER-FOUND
           ELSE
               MOVE "N" TO WS-CUSTOMER-FOUND
               IF NOT WS-PAYEES-OVERFLOWED
                   MOVE "Y" TO WS-PAYEE-OVERFLOW
                   MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
                   MOVE "TAXRTN01" TO ER-JOB-STEP
                   MOVE "TXRT" TO ER-ERROR-CODE
                   MOVE "PAYEES OVER 2000 - RETURN NOT BUILT"
                       TO ER-ERROR-TEXT
                   CALL "EXCPLOG01" USING WS-ERROR-RECORD
               END-IF
           END-IF.

       FIND-PAYEE-ENTRY.
           MOVE "N" TO WS-CUSTOMER-FOUND.
           PERFORM VARYING PY-IDX FROM 1 BY 1
                   UNTIL PY-IDX > WS-PAYEE-COUNT
                       OR WS-CUSTOMER-WAS-FOUND
               IF WS-PAY-CUST-NO (PY-IDX) = WS-JOURNAL-CUST-NO
                   MOVE "Y" TO WS-CUSTOMER-FOUND
               END-IF
           END-PERFORM.
           IF WS-CUSTOMER-WAS-FOUND
               SET PY-IDX DOWN BY 1
           END-IF.

      ***************************************************************
      *  Name, address and taxpayer ID as the master holds them at
      *  filing time.  A payee merged or deleted away since the
      *  interest was paid keeps only the taxpayer ID it was last
      *  filed under, if any.
      ***************************************************************
       LOAD-PAYEE-IDENTITY.
           PERFORM VARYING PY-IDX FROM 1 BY 1
                   UNTIL PY-IDX > WS-PAYEE-COUNT
               MOVE WS-PAY-FILED-ID (PY-IDX)
                   TO WS-PAY-TAXPAYER-ID (PY-IDX)
           END-PERFORM.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           MOVE CN-CUST-NO TO WS-JOURNAL-CUST-NO
                           PERFORM FIND-PAYEE-ENTRY
                           IF WS-CUSTOMER-WAS-FOUND
                               PERFORM TAKE-PAYEE-IDENTITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       TAKE-PAYEE-IDENTITY.
           MOVE CN-TAXPAYER-ID TO WS-PAY-TAXPAYER-ID (PY-IDX).
           MOVE CN-CUST-NAME TO WS-PAY-NAME (PY-IDX).
           MOVE CN-ADDRESS TO WS-PAY-ADDRESS (PY-IDX).
           MOVE CN-ZIP TO WS-PAY-ZIP (PY-IDX).
           MOVE "Y" TO WS-PAY-ON-MASTER (PY-IDX).

      ***************************************************************
      *  The register rows for the tax year, in the order they were
      *  filed: the last row per payee is what the authority now
      *  holds for it.  A filed payee with no activity left in the
      *  journals is tabled so it can be corrected to zero.
      ***************************************************************
       LOAD-RETURN-REGISTER.
           OPEN INPUT RETURN-REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-REGISTER-FILE-STATUS = "10"
                   READ RETURN-REGISTER-FILE
                       AT END
                           MOVE "10" TO WS-REGISTER-FILE-STATUS
                       NOT AT END
                           IF RR-TAX-YEAR = WS-TAX-YEAR
                               PERFORM TAKE-ONE-REGISTER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURN-REGISTER-FILE
           END-IF.

       TAKE-ONE-REGISTER-ROW.
           ADD 1 TO WS-REGISTER-ROWS-FOR-YEAR.
           MOVE RR-CUST-NO TO WS-JOURNAL-CUST-NO.
           PERFORM FIND-PAYEE-ENTRY.
           IF NOT WS-CUSTOMER-WAS-FOUND
               PERFORM ADD-PAYEE-ENTRY
           END-IF.
           IF WS-CUSTOMER-WAS-FOUND
               MOVE "Y" TO WS-PAY-FILED (PY-IDX)
               MOVE RR-TAXPAYER-ID TO WS-PAY-FILED-ID (PY-IDX)
               MOVE RR-INTEREST-PAID
                   TO WS-PAY-FILED-INTEREST (PY-IDX)
               MOVE RR-TAX-WITHHELD
                   TO WS-PAY-FILED-WITHHELD (PY-IDX)
           END-IF.

      ***************************************************************
      *  An original return goes once per year; a corrections file
      *  needs the original to correct.  Either mismatch stops the
      *  run before anything is written.
      ***************************************************************
       CHECK-RETURN-TYPE.
           IF NOT WS-YEAR-IN-PROOF
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORIGINAL-RETURN AND WS-REGISTER-ROWS-FOR-YEAR > 0
               MOVE "N" TO WS-YEAR-PROOF
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "TAXRTN01" TO ER-JOB-STEP
               MOVE "TXOF" TO ER-ERROR-CODE
               MOVE SPACES TO ER-ERROR-TEXT
               STRING "ORIGINAL RETURN ALREADY FILED " WS-TAX-YEAR
                   DELIMITED BY SIZE INTO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
           END-IF.
           IF WS-CORRECTIONS-RETURN AND WS-REGISTER-ROWS-FOR-YEAR = 0
               MOVE "N" TO WS-YEAR-PROOF
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "TAXRTN01" TO ER-JOB-STEP
               MOVE "TXOF" TO ER-ERROR-CODE
               MOVE SPACES TO ER-ERROR-TEXT
               STRING "NO ORIGINAL RETURN TO CORRECT " WS-TAX-YEAR
                   DELIMITED BY SIZE INTO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
           END-IF.

      ***************************************************************
      *  Interest at or over the threshold, or any tax withheld, is
      *  reportable; a net negative figure reports as zero.  On the
      *  original every reportable payee files.  On a corrections
      *  file a payee the register holds is corrected when the
      *  taxpayer ID or either amount now differs - to zero when it
      *  is no longer reportable - and a reportable payee the
      *  register does not hold files as a late original.
      ***************************************************************
       DECIDE-FILINGS.
           PERFORM VARYING PY-IDX FROM 1 BY 1
                   UNTIL PY-IDX > WS-PAYEE-COUNT
               IF WS-PAY-INTEREST (PY-IDX) > 0
                   MOVE WS-PAY-INTEREST (PY-IDX)
                       TO WS-PAY-REPORT-INTEREST (PY-IDX)
               END-IF
               IF WS-PAY-WITHHELD (PY-IDX) > 0
                   MOVE WS-PAY-WITHHELD (PY-IDX)
                       TO WS-PAY-REPORT-WITHHELD (PY-IDX)
               END-IF
               IF WS-PAY-REPORT-INTEREST (PY-IDX) NOT < WS-THRESHOLD
                       OR WS-PAY-REPORT-WITHHELD (PY-IDX) > 0
                   MOVE "Y" TO WS-PAY-REPORTABLE (PY-IDX)
                   ADD 1 TO WS-REPORTABLE-PAYEES
               ELSE
                   MOVE 0 TO WS-PAY-REPORT-INTEREST (PY-IDX)
                   MOVE 0 TO WS-PAY-REPORT-WITHHELD (PY-IDX)
               END-IF
               EVALUATE TRUE
                   WHEN WS-ORIGINAL-RETURN
                       IF WS-PAY-IS-REPORTABLE (PY-IDX)
                           SET WS-PAY-FILE-ORIGINAL (PY-IDX) TO TRUE
                           ADD 1 TO WS-FILINGS-ORIGINAL
                       END-IF
                   WHEN NOT WS-PAY-WAS-FILED (PY-IDX)
                       IF WS-PAY-IS-REPORTABLE (PY-IDX)
                           SET WS-PAY-FILE-ORIGINAL (PY-IDX) TO TRUE
                           ADD 1 TO WS-FILINGS-ORIGINAL
                       END-IF
                   WHEN WS-PAY-FILED-ID (PY-IDX)
                               = WS-PAY-TAXPAYER-ID (PY-IDX)
                           AND WS-PAY-FILED-INTEREST (PY-IDX)
                               = WS-PAY-REPORT-INTEREST (PY-IDX)
                           AND WS-PAY-FILED-WITHHELD (PY-IDX)
                               = WS-PAY-REPORT-WITHHELD (PY-IDX)
                       ADD 1 TO WS-FILINGS-UNCHANGED
                   WHEN OTHER
                       SET WS-PAY-FILE-CORRECTION (PY-IDX) TO TRUE
                       ADD 1 TO WS-FILINGS-CORRECTED
               END-EVALUATE
           END-PERFORM.

       WRITE-RETURN.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           OPEN OUTPUT RETURN-REPORT-FILE.
           OPEN OUTPUT RETURN-EXTRACT-FILE.
           OPEN EXTEND RETURN-REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               OPEN OUTPUT RETURN-REGISTER-FILE
           END-IF.
           IF WS-CORRECTIONS-RETURN
               MOVE "CORRECTED" TO WS-FILING-TYPE-TEXT
           ELSE
               MOVE "ORIGINAL" TO WS-FILING-TYPE-TEXT
           END-IF.
           MOVE WS-THRESHOLD TO WS-THRESHOLD-DISPLAY.
           MOVE SPACES TO RETURN-REPORT-REC.
           STRING "INTEREST INFORMATION RETURN  TAX YEAR " WS-TAX-YEAR
                   "  " WS-FILING-TYPE-TEXT
                   "  PAYER " WS-PAYER-ID
                   "  THRESHOLD " WS-THRESHOLD-DISPLAY
               DELIMITED BY SIZE INTO RETURN-REPORT-REC.
           WRITE RETURN-REPORT-REC.
           MOVE SPACES TO RETURN-REPORT-REC.
           STRING "CUSTOMER  TAXPAYER  NAME                 TYPE"
                   "       INTEREST PAID   TAX WITHHELD"
               DELIMITED BY SIZE INTO RETURN-REPORT-REC.
           WRITE RETURN-REPORT-REC.
           MOVE WS-PAYER-ID TO RH-PAYER-ID.
           MOVE WS-TAX-YEAR TO RH-TAX-YEAR.
           MOVE WS-RETURN-TYPE TO RH-RETURN-TYPE.
           MOVE WS-RUN-CCYYDDD TO RH-PREPARED-DATE.
           MOVE WS-THRESHOLD TO RH-THRESHOLD.
           WRITE RETURN-EXTRACT-REC FROM WS-RETURN-HEADER.

           PERFORM VARYING PY-IDX FROM 1 BY 1
                   UNTIL PY-IDX > WS-PAYEE-COUNT
               IF WS-PAY-FILE-ORIGINAL (PY-IDX)
                       OR WS-PAY-FILE-CORRECTION (PY-IDX)
                   PERFORM FILE-ONE-PAYEE
               END-IF
           END-PERFORM.

           MOVE WS-FILING-RECORDS TO RT-PAYEE-COUNT.
           MOVE WS-TOTAL-INTEREST TO RT-INTEREST-PAID.
           MOVE WS-TOTAL-WITHHELD TO RT-TAX-WITHHELD.
           WRITE RETURN-EXTRACT-REC FROM WS-RETURN-TRAILER.
           MOVE WS-TOTAL-INTEREST TO WS-TOTAL-DISPLAY-1.
           MOVE WS-TOTAL-WITHHELD TO WS-TOTAL-DISPLAY-2.
           MOVE SPACES TO RETURN-REPORT-REC.
           STRING "PAYEES " WS-FILING-RECORDS
                   "  INTEREST " WS-TOTAL-DISPLAY-1
                   "  WITHHELD " WS-TOTAL-DISPLAY-2
                   "  UNCHANGED " WS-FILINGS-UNCHANGED
               DELIMITED BY SIZE INTO RETURN-REPORT-REC.
           WRITE RETURN-REPORT-REC.
           CLOSE RETURN-REPORT-FILE.
           CLOSE RETURN-EXTRACT-FILE.
           CLOSE RETURN-REGISTER-FILE.

      ***************************************************************
      *  One payee: the INT record, the register row and the report
      *  line, with the same figures on all three.
      ***************************************************************
       FILE-ONE-PAYEE.
           IF WS-PAY-TAXPAYER-ID (PY-IDX) = SPACES
               ADD 1 TO WS-MISSING-TAXPAYER-ID
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "TAXRTN01" TO ER-JOB-STEP
               MOVE "TXTN" TO ER-ERROR-CODE
               MOVE SPACES TO ER-ERROR-TEXT
               STRING "NO TAXPAYER ID FOR " WS-PAY-CUST-NO (PY-IDX)
                   DELIMITED BY SIZE INTO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
           END-IF.

           MOVE WS-PAY-FILE-ACTION (PY-IDX) TO RD-FILING-TYPE.
           MOVE WS-TAX-YEAR TO RD-TAX-YEAR.
           MOVE WS-PAY-TAXPAYER-ID (PY-IDX) TO RD-TAXPAYER-ID.
           MOVE WS-PAY-CUST-NO (PY-IDX) TO RD-CUST-NO.
           MOVE WS-PAY-NAME (PY-IDX) TO RD-PAYEE-NAME.
           MOVE WS-PAY-ADDRESS (PY-IDX) TO RD-ADDRESS.
           MOVE WS-PAY-ZIP (PY-IDX) TO RD-ZIP.
           MOVE WS-PAY-REPORT-INTEREST (PY-IDX) TO RD-INTEREST-PAID.
           MOVE WS-PAY-REPORT-WITHHELD (PY-IDX) TO RD-TAX-WITHHELD.
           WRITE RETURN-EXTRACT-REC FROM WS-RETURN-DETAIL.
           ADD 1 TO WS-FILING-RECORDS.
           ADD WS-PAY-REPORT-INTEREST (PY-IDX) TO WS-TOTAL-INTEREST.
           ADD WS-PAY-REPORT-WITHHELD (PY-IDX) TO WS-TOTAL-WITHHELD.

           IF WS-PAY-FILE-CORRECTION (PY-IDX)
               MOVE "CORRECTED" TO WS-FILING-TYPE-TEXT
           ELSE
               MOVE "ORIGINAL" TO WS-FILING-TYPE-TEXT
           END-IF.
           MOVE WS-PAY-REPORT-INTEREST (PY-IDX) TO WS-AMOUNT-DISPLAY-1.
           MOVE WS-PAY-REPORT-WITHHELD (PY-IDX) TO WS-AMOUNT-DISPLAY-2.
           MOVE SPACES TO RETURN-REPORT-REC.
           STRING WS-PAY-CUST-NO (PY-IDX) " "
                   WS-PAY-TAXPAYER-ID (PY-IDX) " "
                   WS-PAY-NAME (PY-IDX) " "
                   WS-FILING-TYPE-TEXT " "
                   WS-AMOUNT-DISPLAY-1 " "
                   WS-AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO RETURN-REPORT-REC.
           WRITE RETURN-REPORT-REC.
           IF WS-PAY-FILE-CORRECTION (PY-IDX)
               MOVE WS-PAY-FILED-INTEREST (PY-IDX)
                   TO WS-AMOUNT-DISPLAY-1
               MOVE WS-PAY-FILED-WITHHELD (PY-IDX)
                   TO WS-AMOUNT-DISPLAY-2
               MOVE SPACES TO RETURN-REPORT-REC
               STRING "          WAS " WS-PAY-FILED-ID (PY-IDX)
                       "                            "
                       WS-AMOUNT-DISPLAY-1 " "
                       WS-AMOUNT-DISPLAY-2
                   DELIMITED BY SIZE INTO RETURN-REPORT-REC
               WRITE RETURN-REPORT-REC
           END-IF.

           MOVE WS-TAX-YEAR TO RR-TAX-YEAR.
           MOVE WS-PAY-CUST-NO (PY-IDX) TO RR-CUST-NO.
           MOVE WS-PAY-FILE-ACTION (PY-IDX) TO RR-FILING-TYPE.
           MOVE WS-PAY-TAXPAYER-ID (PY-IDX) TO RR-TAXPAYER-ID.
           MOVE WS-PAY-REPORT-INTEREST (PY-IDX) TO RR-INTEREST-PAID.
           MOVE WS-PAY-REPORT-WITHHELD (PY-IDX) TO RR-TAX-WITHHELD.
           MOVE WS-RUN-CCYYDDD TO RR-FILED-DATE.
           MOVE WS-TOD-HHMMSS TO RR-FILED-TIME.
           MOVE WS-RUN-REPROC-FLAG TO RR-RUN-FLAG.
           WRITE RETURN-REGISTER-REC.

      ***************************************************************
      *  The return is a produced file like any other: its payee
      *  count and interest total go to the balancing file.
      ***************************************************************
       POST-CONTROL-TOTALS.
           MOVE WS-RUN-CCYYDDD TO CT-RUN-DATE.
           MOVE "TAXRTN01" TO CT-STEP-NAME.
           SET CT-ROLE-PRODUCER TO TRUE.
           MOVE "data/tax_info_return.dat" TO CT-FILE-NAME.
           MOVE WS-FILING-RECORDS TO CT-RECORD-COUNT.
           MOVE WS-TOTAL-INTEREST TO CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "TAXRTN01" TO LC-PROGRAM-NAME.
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
       END PROGRAM TAXRTN01.
