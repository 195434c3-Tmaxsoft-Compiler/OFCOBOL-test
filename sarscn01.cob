       IDENTIFICATION DIVISION.
       PROGRAM-ID. SARSCN01.
      ***************************************************************
      *  SARSCN01 - structuring surveillance over a rolling window
      *  of posting journal history.  VELCHK01 judges one day at a
      *  time, and CSHRPT01 reports cash over the threshold, so a
      *  customer who keeps every deposit just under the threshold
      *  across the week is caught by neither.  This nightly scan
      *  reads every original journal entry posted inside the
      *  window (control file days, ending on the run date) and
      *  looks for three patterns per customer:
      *    - sub-threshold repeats: at least the control count of
      *      cash credits in the band just under the cash-report
      *      threshold (threshold and cash type codes are the ones
      *      CSHRPT01 files against);
      *    - round amounts: at least the control count of credits
      *      of any type that are whole multiples of the round unit;
      *    - rapid in and out: over the last few days of the window
      *      the credits reach the control minimum and the debits
      *      take at least the control percentage of them back out.
      *  A flagged customer gets a case on the WSSARCS case file with
      *  every qualifying journal entry attached as evidence.  A
      *  customer whose case is still open gets no second case, nor
      *  does one whose evidence all predates the last case's
      *  window - the rolling window would otherwise reopen the same
      *  activity night after night.  SARDSP01 works the cases.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-CONTROL-FILE
               ASSIGN TO "data/structuring_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-CONTROL-STATUS.
           SELECT CASH-CONTROL-FILE
               ASSIGN TO "data/cash_report_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-CONTROL-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "data/posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT SAR-CASE-FILE
               ASSIGN TO "data/sar_cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.
           SELECT SCAN-REPORT-FILE
               ASSIGN TO "data/structuring_scan_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      *  Window days, the band under the threshold as a percentage,
      *  the sub-threshold count, the round unit and count, then the
      *  rapid in-and-out days, minimum credits and debit percentage.
      *
       FD  SCAN-CONTROL-FILE.
       01  SCAN-CONTROL-REC.
           02 SV-WINDOW-DAYS             PIC 9(3).
           02 SV-BAND-PCT                PIC 9(2).
           02 SV-SUB-COUNT               PIC 9(2).
           02 SV-ROUND-UNIT              PIC 9(5)V99.
           02 SV-ROUND-COUNT             PIC 9(2).
           02 SV-RAPID-DAYS              PIC 9(3).
           02 SV-RAPID-MIN-IN            PIC 9(7)V99.
           02 SV-RAPID-OUT-PCT           PIC 9(3).

       FD  CASH-CONTROL-FILE.
       01  CASH-CONTROL-REC.
           02 CC-THRESHOLD               PIC 9(7)V99.
           02 CC-INSTITUTION-ID          PIC X(8).
           02 CC-CASH-TYPE               PIC X(2) OCCURS 10 TIMES.

       FD  POSTING-JOURNAL-FILE.
       01  POSTING-JOURNAL-REC           PIC X(90).

       FD  SAR-CASE-FILE.
       COPY WSSARCS.

       FD  SCAN-REPORT-FILE.
       01  SCAN-REPORT-REC               PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SCAN-CONTROL-STATUS         PIC XX.
       01 WS-CASH-CONTROL-STATUS         PIC XX.
       01 WS-JOURNAL-FILE-STATUS         PIC XX.
       01 WS-CASE-FILE-STATUS            PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-WINDOW-DAYS                 PIC 9(3) VALUE 7.
       01 WS-BAND-PCT                    PIC 9(2) VALUE 10.
       01 WS-SUB-COUNT                   PIC 9(2) VALUE 3.
       01 WS-ROUND-UNIT                  PIC 9(5)V99 VALUE 1000.
       01 WS-ROUND-COUNT                 PIC 9(2) VALUE 5.
       01 WS-RAPID-DAYS                  PIC 9(3) VALUE 3.
       01 WS-RAPID-MIN-IN                PIC 9(7)V99 VALUE 5000.
       01 WS-RAPID-OUT-PCT               PIC 9(3) VALUE 80.
       01 WS-THRESHOLD                   PIC 9(7)V99 VALUE 10000.
       01 WS-BAND-FLOOR                  PIC 9(7)V99.
       01 WS-BAND-WIDTH                  PIC 9(7)V99.
       01 WS-CASH-TYPE-TABLE.
           05 WS-CASH-TYPE-COUNT         PIC 9(2) VALUE 0.
           05 WS-CASH-TYPE OCCURS 10 TIMES INDEXED BY CT-IDX
                                         PIC X(2).
       01 WS-CASH-TYPE-MATCH             PIC X(1).
           88 WS-IS-CASH-TYPE            VALUE "Y".
       01 WS-RUN-INTEGER                 PIC 9(8).
       01 WS-LINE-INTEGER                PIC 9(8).
       01 WS-WINDOW-FROM-INTEGER         PIC 9(8).
       01 WS-RAPID-FROM-INTEGER          PIC 9(8).
       01 WS-WINDOW-FROM-DATE            PIC 9(7).
       01 WS-LINE-DATE                   PIC 9(7).
       01 WS-ROUND-QUOTIENT              PIC 9(9).
       01 WS-ROUND-REMAINDER             PIC 9(7)V99.
       01 WS-RAPID-OUT-NEEDED            PIC 9(11)V99.
      *
      *  Original entries posted inside the window, each with the
      *  patterns it could count toward.
      *
       01 WS-ENTRY-TABLE.
           05 WS-ENTRY-COUNT             PIC 9(4) VALUE 0.
           05 WS-ENTRY OCCURS 5000 TIMES INDEXED BY EN-IDX.
               10 WS-ENT-CUST-NO         PIC 9(9).
               10 WS-ENT-DATE            PIC 9(7).
               10 WS-ENT-SEQ             PIC X(6).
               10 WS-ENT-AMOUNT-TEXT     PIC X(11).
               10 WS-ENT-AMOUNT          PIC S9(9)V99.
               10 WS-ENT-TYPE-CODE       PIC X(2).
               10 WS-ENT-TRACE-ID        PIC X(13).
               10 WS-ENT-SUB-Q           PIC X(1).
               10 WS-ENT-ROUND-Q         PIC X(1).
               10 WS-ENT-RAPID-Q         PIC X(1).
       01 WS-ENTRY-OVERFLOW              PIC X(1) VALUE "N".
           88 WS-ENTRIES-OVERFLOWED      VALUE "Y".
      *
      *  One row per customer with activity in the window.
      *
       01 WS-CUSTOMER-TABLE.
           05 WS-CUSTOMER-COUNT          PIC 9(4) VALUE 0.
           05 WS-CUSTOMER-ENTRY OCCURS 2000 TIMES INDEXED BY CU-IDX.
               10 WS-CUS-CUST-NO         PIC 9(9).
               10 WS-CUS-SUB-COUNT       PIC 9(4).
               10 WS-CUS-ROUND-COUNT     PIC 9(4).
               10 WS-CUS-RAPID-IN        PIC 9(11)V99.
               10 WS-CUS-RAPID-OUT       PIC 9(11)V99.
               10 WS-CUS-PATTERN-SUB     PIC X(1).
               10 WS-CUS-PATTERN-ROUND   PIC X(1).
               10 WS-CUS-PATTERN-RAPID   PIC X(1).
               10 WS-CUS-OPEN-CASE       PIC X(1).
               10 WS-CUS-LAST-CASE-TO    PIC 9(7).
       01 WS-CUSTOMER-OVERFLOW           PIC X(1) VALUE "N".
           88 WS-CUSTOMERS-OVERFLOWED    VALUE "Y".
       01 WS-CUSTOMER-FOUND              PIC X(1).
           88 WS-CUSTOMER-WAS-FOUND      VALUE "Y".
       01 WS-FIND-CUST-NO                PIC 9(9).
       01 WS-NEXT-CASE-SEQ               PIC 9(3) VALUE 0.
       01 WS-EVIDENCE-COUNT              PIC 9(4).
       01 WS-LATEST-EVIDENCE             PIC 9(7).
       01 WS-CASE-TOTAL-IN               PIC 9(11)V99.
       01 WS-CASE-TOTAL-OUT              PIC 9(11)V99.
       01 WS-EVIDENCE-MATCH              PIC X(1).
           88 WS-IS-EVIDENCE             VALUE "Y".
       01 WS-JOURNAL-LINES-READ          PIC 9(7) VALUE 0.
       01 WS-CUSTOMERS-FLAGGED           PIC 9(5) VALUE 0.
       01 WS-CASES-OPENED                PIC 9(5) VALUE 0.
       01 WS-CASES-ALREADY-OPEN          PIC 9(5) VALUE 0.
       01 WS-CASES-NOTHING-NEW           PIC 9(5) VALUE 0.
       01 WS-EVIDENCE-WRITTEN            PIC 9(7) VALUE 0.
       01 WS-AMOUNT-DISPLAY-1            PIC 9(9).99.
       01 WS-AMOUNT-DISPLAY-2            PIC 9(9).99.
       01 WS-PATTERN-TEXT                PIC X(14).
       01 WS-SCAN-ACTION                 PIC X(18).
       01 WS-REPORT-CASE-NO              PIC X(10).
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       SARSCN01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "SARSCN01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-SCAN-CONTROL.
           PERFORM LOAD-CASH-CONTROL.
           PERFORM SET-WINDOW-LIMITS.
           PERFORM LOAD-WINDOW-ENTRIES.
           PERFORM LOAD-EXISTING-CASES.
           PERFORM JUDGE-CUSTOMER-PATTERNS.
           PERFORM OPEN-NEW-CASES.

           DISPLAY "SARSCN01: JOURNAL LINES=" WS-JOURNAL-LINES-READ
               " WINDOW ENTRIES=" WS-ENTRY-COUNT
               " CUSTOMERS FLAGGED=" WS-CUSTOMERS-FLAGGED.
           DISPLAY "SARSCN01: CASES OPENED=" WS-CASES-OPENED
               " ALREADY OPEN=" WS-CASES-ALREADY-OPEN
               " NOTHING NEW=" WS-CASES-NOTHING-NEW
               " EVIDENCE=" WS-EVIDENCE-WRITTEN.

           MOVE WS-CASES-OPENED TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           GOBACK.

      ***************************************************************
      *  Missing or unusable control values leave the defaults in
      *  force - the scan still runs rather than silently skipping
      *  a night of surveillance.
      ***************************************************************
       LOAD-SCAN-CONTROL.
           OPEN INPUT SCAN-CONTROL-FILE.
           IF WS-SCAN-CONTROL-STATUS = "00"
               READ SCAN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SV-WINDOW-DAYS NUMERIC
                               AND SV-WINDOW-DAYS > 0
                           MOVE SV-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
                       IF SV-BAND-PCT NUMERIC
                           MOVE SV-BAND-PCT TO WS-BAND-PCT
                       END-IF
                       IF SV-SUB-COUNT NUMERIC AND SV-SUB-COUNT > 0
                           MOVE SV-SUB-COUNT TO WS-SUB-COUNT
                       END-IF
                       IF SV-ROUND-UNIT NUMERIC AND SV-ROUND-UNIT > 0
                           MOVE SV-ROUND-UNIT TO WS-ROUND-UNIT
                       END-IF
                       IF SV-ROUND-COUNT NUMERIC
                               AND SV-ROUND-COUNT > 0
                           MOVE SV-ROUND-COUNT TO WS-ROUND-COUNT
                       END-IF
                       IF SV-RAPID-DAYS NUMERIC AND SV-RAPID-DAYS > 0
                           MOVE SV-RAPID-DAYS TO WS-RAPID-DAYS
                       END-IF
                       IF SV-RAPID-MIN-IN NUMERIC
                               AND SV-RAPID-MIN-IN > 0
                           MOVE SV-RAPID-MIN-IN TO WS-RAPID-MIN-IN
                       END-IF
                       IF SV-RAPID-OUT-PCT NUMERIC
                               AND SV-RAPID-OUT-PCT > 0
                           MOVE SV-RAPID-OUT-PCT TO WS-RAPID-OUT-PCT
                       END-IF
               END-READ
               CLOSE SCAN-CONTROL-FILE
           END-IF.
           IF WS-RAPID-DAYS > WS-WINDOW-DAYS
               MOVE WS-WINDOW-DAYS TO WS-RAPID-DAYS
           END-IF.

      ***************************************************************
      *  The threshold and the cash types are CSHRPT01's, so the
      *  band under the threshold moves whenever the filing
      *  threshold does.
      ***************************************************************
       LOAD-CASH-CONTROL.
           OPEN INPUT CASH-CONTROL-FILE.
           IF WS-CASH-CONTROL-STATUS = "00"
               READ CASH-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-THRESHOLD NUMERIC AND CC-THRESHOLD > 0
                           MOVE CC-THRESHOLD TO WS-THRESHOLD
                       END-IF
                       PERFORM VARYING CT-IDX FROM 1 BY 1
                               UNTIL CT-IDX > 10
                                   OR CC-CASH-TYPE (CT-IDX) = SPACES
                           ADD 1 TO WS-CASH-TYPE-COUNT
                           MOVE CC-CASH-TYPE (CT-IDX)
                               TO WS-CASH-TYPE (CT-IDX)
                       END-PERFORM
               END-READ
               CLOSE CASH-CONTROL-FILE
           END-IF.
           IF WS-CASH-TYPE-COUNT = 0
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "SARSCN01" TO ER-JOB-STEP
               MOVE "SARC" TO ER-ERROR-CODE
               MOVE "NO CASH TYPES - SUB-THRESHOLD NOT SCANNED"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.

       SET-WINDOW-LIMITS.
           MULTIPLY WS-THRESHOLD BY WS-BAND-PCT GIVING WS-BAND-WIDTH.
           DIVIDE 100 INTO WS-BAND-WIDTH.
           SUBTRACT WS-BAND-WIDTH FROM WS-THRESHOLD
               GIVING WS-BAND-FLOOR.
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD).
           COMPUTE WS-WINDOW-FROM-INTEGER =
               WS-RUN-INTEGER - WS-WINDOW-DAYS + 1.
           COMPUTE WS-RAPID-FROM-INTEGER =
               WS-RUN-INTEGER - WS-RAPID-DAYS + 1.
           COMPUTE WS-WINDOW-FROM-DATE =
               FUNCTION DAY-OF-INTEGER (WS-WINDOW-FROM-INTEGER).

      ***************************************************************
      *  Reversal lines are left out: the original entry is the
      *  activity under surveillance.  An entry table that fills up
      *  is an exception - a partial window could hide the pattern.
      ***************************************************************
       LOAD-WINDOW-ENTRIES.
           OPEN INPUT POSTING-JOURNAL-FILE.
           PERFORM SKIP-POSTING-HEADER.
           IF WS-JOURNAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-FILE-STATUS = "10"
                   READ POSTING-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-JOURNAL-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-JOURNAL-LINES-READ
                           IF POSTING-JOURNAL-REC (1:7) IS NUMERIC
                                   AND POSTING-JOURNAL-REC (9:9)
                                       IS NUMERIC
                                   AND POSTING-JOURNAL-REC (48:10)
                                       NOT = " REVERSAL "
                               PERFORM JUDGE-JOURNAL-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-JOURNAL-FILE
           END-IF.

       JUDGE-JOURNAL-DATE.
           MOVE POSTING-JOURNAL-REC (1:7) TO WS-LINE-DATE.
           IF WS-LINE-DATE > 1900000
                   AND WS-LINE-DATE NOT > WS-RUN-CCYYDDD
               COMPUTE WS-LINE-INTEGER =
                   FUNCTION INTEGER-OF-DAY (WS-LINE-DATE)
               IF WS-LINE-INTEGER NOT < WS-WINDOW-FROM-INTEGER
                   PERFORM TABLE-ONE-ENTRY
               END-IF
           END-IF.

       TABLE-ONE-ENTRY.
           IF WS-ENTRY-COUNT < 5000
               ADD 1 TO WS-ENTRY-COUNT
               SET EN-IDX TO WS-ENTRY-COUNT
               MOVE WS-LINE-DATE TO WS-ENT-DATE (EN-IDX)
               MOVE POSTING-JOURNAL-REC (9:9)
                   TO WS-ENT-CUST-NO (EN-IDX)
               MOVE POSTING-JOURNAL-REC (42:6) TO WS-ENT-SEQ (EN-IDX)
               MOVE POSTING-JOURNAL-REC (26:11)
                   TO WS-ENT-AMOUNT-TEXT (EN-IDX)
               COMPUTE WS-ENT-AMOUNT (EN-IDX) =
                   FUNCTION NUMVAL (POSTING-JOURNAL-REC (26:11))
               MOVE POSTING-JOURNAL-REC (89:2)
                   TO WS-ENT-TYPE-CODE (EN-IDX)
               MOVE POSTING-JOURNAL-REC (51:13)
                   TO WS-ENT-TRACE-ID (EN-IDX)
               PERFORM QUALIFY-ONE-ENTRY
               PERFORM ACCUMULATE-ONE-ENTRY
           ELSE
               IF NOT WS-ENTRIES-OVERFLOWED
                   MOVE "Y" TO WS-ENTRY-OVERFLOW
                   MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
                   MOVE "SARSCN01" TO ER-JOB-STEP
                   MOVE "SART" TO ER-ERROR-CODE
                   MOVE "WINDOW ENTRIES OVER 5000 - SCAN PARTIAL"
                       TO ER-ERROR-TEXT
                   CALL "EXCPLOG01" USING WS-ERROR-RECORD
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ***************************************************************
      *  Sub-threshold: a cash credit from the band floor up to the
      *  threshold itself (anything over it is CSHRPT01's filing).
      *  Round: a credit of at least one round unit with nothing
      *  left over.  Rapid: any entry in the last rapid days.
      ***************************************************************
       QUALIFY-ONE-ENTRY.
           MOVE "N" TO WS-ENT-SUB-Q (EN-IDX).
           MOVE "N" TO WS-ENT-ROUND-Q (EN-IDX).
           MOVE "N" TO WS-ENT-RAPID-Q (EN-IDX).
           MOVE "N" TO WS-CASH-TYPE-MATCH.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CASH-TYPE-COUNT
               IF WS-CASH-TYPE (CT-IDX) = WS-ENT-TYPE-CODE (EN-IDX)
                   MOVE "Y" TO WS-CASH-TYPE-MATCH
               END-IF
           END-PERFORM.
           IF WS-IS-CASH-TYPE
                   AND WS-ENT-AMOUNT (EN-IDX) NOT < WS-BAND-FLOOR
                   AND WS-ENT-AMOUNT (EN-IDX) NOT > WS-THRESHOLD
               MOVE "Y" TO WS-ENT-SUB-Q (EN-IDX)
           END-IF.
           IF WS-ENT-AMOUNT (EN-IDX) NOT < WS-ROUND-UNIT
               DIVIDE WS-ENT-AMOUNT (EN-IDX) BY WS-ROUND-UNIT
                   GIVING WS-ROUND-QUOTIENT
                   REMAINDER WS-ROUND-REMAINDER
               IF WS-ROUND-REMAINDER = 0
                   MOVE "Y" TO WS-ENT-ROUND-Q (EN-IDX)
               END-IF
           END-IF.
           IF WS-LINE-INTEGER NOT < WS-RAPID-FROM-INTEGER
               MOVE "Y" TO WS-ENT-RAPID-Q (EN-IDX)
           END-IF.

       ACCUMULATE-ONE-ENTRY.
           MOVE WS-ENT-CUST-NO (EN-IDX) TO WS-FIND-CUST-NO.
           PERFORM FIND-CUSTOMER-ENTRY.
           IF NOT WS-CUSTOMER-WAS-FOUND
               PERFORM ADD-CUSTOMER-ENTRY
           END-IF.
           IF WS-CUSTOMER-WAS-FOUND
               IF WS-ENT-SUB-Q (EN-IDX) = "Y"
                   ADD 1 TO WS-CUS-SUB-COUNT (CU-IDX)
               END-IF
               IF WS-ENT-ROUND-Q (EN-IDX) = "Y"
                   ADD 1 TO WS-CUS-ROUND-COUNT (CU-IDX)
               END-IF
               IF WS-ENT-RAPID-Q (EN-IDX) = "Y"
                   IF WS-ENT-AMOUNT (EN-IDX) < 0
                       SUBTRACT WS-ENT-AMOUNT (EN-IDX)
                           FROM WS-CUS-RAPID-OUT (CU-IDX)
                   ELSE
                       ADD WS-ENT-AMOUNT (EN-IDX)
                           TO WS-CUS-RAPID-IN (CU-IDX)
                   END-IF
               END-IF
           END-IF.

       FIND-CUSTOMER-ENTRY.
           MOVE "N" TO WS-CUSTOMER-FOUND.
           PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > WS-CUSTOMER-COUNT
                       OR WS-CUSTOMER-WAS-FOUND
               IF WS-CUS-CUST-NO (CU-IDX) = WS-FIND-CUST-NO
                   MOVE "Y" TO WS-CUSTOMER-FOUND
               END-IF
           END-PERFORM.
           IF WS-CUSTOMER-WAS-FOUND
               SET CU-IDX DOWN BY 1
           END-IF.

       ADD-CUSTOMER-ENTRY.
           IF WS-CUSTOMER-COUNT < 2000
               ADD 1 TO WS-CUSTOMER-COUNT
               SET CU-IDX TO WS-CUSTOMER-COUNT
               MOVE WS-FIND-CUST-NO TO WS-CUS-CUST-NO (CU-IDX)
               MOVE 0 TO WS-CUS-SUB-COUNT (CU-IDX)
               MOVE 0 TO WS-CUS-ROUND-COUNT (CU-IDX)
               MOVE 0 TO WS-CUS-RAPID-IN (CU-IDX)
               MOVE 0 TO WS-CUS-RAPID-OUT (CU-IDX)
               MOVE "N" TO WS-CUS-PATTERN-SUB (CU-IDX)
               MOVE "N" TO WS-CUS-PATTERN-ROUND (CU-IDX)
               MOVE "N" TO WS-CUS-PATTERN-RAPID (CU-IDX)
               MOVE "N" TO WS-CUS-OPEN-CASE (CU-IDX)
               MOVE 0 TO WS-CUS-LAST-CASE-TO (CU-IDX)
               MOVE "Y" TO WS-CUSTOMER-FOUND
           ELSE
               IF NOT WS-CUSTOMERS-OVERFLOWED
                   MOVE "Y" TO WS-CUSTOMER-OVERFLOW
                   MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
                   MOVE "SARSCN01" TO ER-JOB-STEP
                   MOVE "SART" TO ER-ERROR-CODE
                   MOVE "CUSTOMERS OVER 2000 - SCAN PARTIAL"
                       TO ER-ERROR-TEXT
                   CALL "EXCPLOG01" USING WS-ERROR-RECORD
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ***************************************************************
      *  What the case file already says about each customer in the
      *  window: an open case, and the latest window any case has
      *  covered.  Tonight's case numbers carry on after any opened
      *  earlier on the same run date.
      ***************************************************************
       LOAD-EXISTING-CASES.
           OPEN INPUT SAR-CASE-FILE.
           IF WS-CASE-FILE-STATUS = "00"
               PERFORM UNTIL WS-CASE-FILE-STATUS = "10"
                   READ SAR-CASE-FILE
                       AT END
                           MOVE "10" TO WS-CASE-FILE-STATUS
                       NOT AT END
                           IF SC-CASE-RECORD
                               PERFORM TAKE-ONE-EXISTING-CASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAR-CASE-FILE
           END-IF.

       TAKE-ONE-EXISTING-CASE.
           IF SC-CASE-OPEN-DATE = WS-RUN-CCYYDDD
                   AND SC-CASE-SEQ > WS-NEXT-CASE-SEQ
               MOVE SC-CASE-SEQ TO WS-NEXT-CASE-SEQ
           END-IF.
           MOVE SC-CUST-NO TO WS-FIND-CUST-NO.
           PERFORM FIND-CUSTOMER-ENTRY.
           IF WS-CUSTOMER-WAS-FOUND
               IF SC-CASE-OPEN
                   MOVE "Y" TO WS-CUS-OPEN-CASE (CU-IDX)
               END-IF
               IF SC-WINDOW-TO > WS-CUS-LAST-CASE-TO (CU-IDX)
                   MOVE SC-WINDOW-TO TO WS-CUS-LAST-CASE-TO (CU-IDX)
               END-IF
           END-IF.

       JUDGE-CUSTOMER-PATTERNS.
           PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > WS-CUSTOMER-COUNT
               IF WS-CUS-SUB-COUNT (CU-IDX) NOT < WS-SUB-COUNT
                   MOVE "Y" TO WS-CUS-PATTERN-SUB (CU-IDX)
               END-IF
               IF WS-CUS-ROUND-COUNT (CU-IDX) NOT < WS-ROUND-COUNT
                   MOVE "Y" TO WS-CUS-PATTERN-ROUND (CU-IDX)
               END-IF
               MULTIPLY WS-CUS-RAPID-IN (CU-IDX) BY WS-RAPID-OUT-PCT
                   GIVING WS-RAPID-OUT-NEEDED
               DIVIDE 100 INTO WS-RAPID-OUT-NEEDED
               IF WS-CUS-RAPID-IN (CU-IDX) NOT < WS-RAPID-MIN-IN
                       AND WS-CUS-RAPID-OUT (CU-IDX)
                           NOT < WS-RAPID-OUT-NEEDED
                   MOVE "Y" TO WS-CUS-PATTERN-RAPID (CU-IDX)
               END-IF
               IF WS-CUS-PATTERN-SUB (CU-IDX) = "Y"
                       OR WS-CUS-PATTERN-ROUND (CU-IDX) = "Y"
                       OR WS-CUS-PATTERN-RAPID (CU-IDX) = "Y"
                   ADD 1 TO WS-CUSTOMERS-FLAGGED
               END-IF
           END-PERFORM.

       OPEN-NEW-CASES.
           OPEN OUTPUT SCAN-REPORT-FILE.
           MOVE WS-THRESHOLD TO WS-AMOUNT-DISPLAY-1.
           MOVE WS-BAND-FLOOR TO WS-AMOUNT-DISPLAY-2.
           MOVE SPACES TO SCAN-REPORT-REC.
           STRING "STRUCTURING SURVEILLANCE  DATE " WS-RUN-CCYYDDD
                   "  WINDOW FROM " WS-WINDOW-FROM-DATE
                   "  BAND " WS-AMOUNT-DISPLAY-2
                   " TO " WS-AMOUNT-DISPLAY-1
               DELIMITED BY SIZE INTO SCAN-REPORT-REC.
           WRITE SCAN-REPORT-REC.
           MOVE SPACES TO SCAN-REPORT-REC.
           STRING "  CUSTOMER  CASE       PATTERNS       EVID"
                   "          IN         OUT  ACTION"
               DELIMITED BY SIZE INTO SCAN-REPORT-REC.
           WRITE SCAN-REPORT-REC.
           OPEN EXTEND SAR-CASE-FILE.
           IF WS-CASE-FILE-STATUS NOT = "00"
               OPEN OUTPUT SAR-CASE-FILE
           END-IF.
           PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > WS-CUSTOMER-COUNT
               IF WS-CUS-PATTERN-SUB (CU-IDX) = "Y"
                       OR WS-CUS-PATTERN-ROUND (CU-IDX) = "Y"
                       OR WS-CUS-PATTERN-RAPID (CU-IDX) = "Y"
                   PERFORM JUDGE-ONE-FLAGGED-CUSTOMER
               END-IF
           END-PERFORM.
           CLOSE SAR-CASE-FILE.
           CLOSE SCAN-REPORT-FILE.

      ***************************************************************
      *  Evidence is every entry that counted toward a pattern the
      *  customer tripped.  The case opens only when no case is
      *  open and some evidence is newer than the last case window.
      ***************************************************************
       JUDGE-ONE-FLAGGED-CUSTOMER.
           MOVE 0 TO WS-EVIDENCE-COUNT.
           MOVE 0 TO WS-LATEST-EVIDENCE.
           MOVE 0 TO WS-CASE-TOTAL-IN.
           MOVE 0 TO WS-CASE-TOTAL-OUT.
           PERFORM VARYING EN-IDX FROM 1 BY 1
                   UNTIL EN-IDX > WS-ENTRY-COUNT
               PERFORM TEST-ONE-EVIDENCE-ENTRY
               IF WS-IS-EVIDENCE
                   ADD 1 TO WS-EVIDENCE-COUNT
                   IF WS-ENT-DATE (EN-IDX) > WS-LATEST-EVIDENCE
                       MOVE WS-ENT-DATE (EN-IDX) TO WS-LATEST-EVIDENCE
                   END-IF
                   IF WS-ENT-AMOUNT (EN-IDX) < 0
                       SUBTRACT WS-ENT-AMOUNT (EN-IDX)
                           FROM WS-CASE-TOTAL-OUT
                   ELSE
                       ADD WS-ENT-AMOUNT (EN-IDX) TO WS-CASE-TOTAL-IN
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PATTERN-TEXT.
           STRING WS-CUS-PATTERN-SUB (CU-IDX) "SUB "
                   WS-CUS-PATTERN-ROUND (CU-IDX) "RND "
                   WS-CUS-PATTERN-RAPID (CU-IDX) "RAP"
               DELIMITED BY SIZE INTO WS-PATTERN-TEXT.
           EVALUATE TRUE
               WHEN WS-CUS-OPEN-CASE (CU-IDX) = "Y"
                   ADD 1 TO WS-CASES-ALREADY-OPEN
                   MOVE SPACES TO WS-REPORT-CASE-NO
                   MOVE "CASE ALREADY OPEN" TO WS-SCAN-ACTION
                   PERFORM REPORT-FLAGGED-CUSTOMER
               WHEN WS-LATEST-EVIDENCE
                       NOT > WS-CUS-LAST-CASE-TO (CU-IDX)
                   ADD 1 TO WS-CASES-NOTHING-NEW
                   MOVE SPACES TO WS-REPORT-CASE-NO
                   MOVE "NO NEW EVIDENCE" TO WS-SCAN-ACTION
                   PERFORM REPORT-FLAGGED-CUSTOMER
               WHEN OTHER
                   PERFORM WRITE-NEW-CASE
                   MOVE "CASE OPENED" TO WS-SCAN-ACTION
                   PERFORM REPORT-FLAGGED-CUSTOMER
           END-EVALUATE.

       TEST-ONE-EVIDENCE-ENTRY.
           MOVE "N" TO WS-EVIDENCE-MATCH.
           IF WS-ENT-CUST-NO (EN-IDX) = WS-CUS-CUST-NO (CU-IDX)
               IF (WS-CUS-PATTERN-SUB (CU-IDX) = "Y"
                       AND WS-ENT-SUB-Q (EN-IDX) = "Y")
                   OR (WS-CUS-PATTERN-ROUND (CU-IDX) = "Y"
                       AND WS-ENT-ROUND-Q (EN-IDX) = "Y")
                   OR (WS-CUS-PATTERN-RAPID (CU-IDX) = "Y"
                       AND WS-ENT-RAPID-Q (EN-IDX) = "Y")
                   MOVE "Y" TO WS-EVIDENCE-MATCH
               END-IF
           END-IF.

       WRITE-NEW-CASE.
           ADD 1 TO WS-NEXT-CASE-SEQ.
           ADD 1 TO WS-CASES-OPENED.
           IF WS-EVIDENCE-COUNT > 999
               MOVE 999 TO WS-EVIDENCE-COUNT
           END-IF.
           MOVE SPACES TO WS-SAR-CASE-RECORD.
           MOVE 0 TO SC-CLOSED-DATE.
           MOVE WS-RUN-CCYYDDD TO SC-CASE-OPEN-DATE.
           MOVE WS-NEXT-CASE-SEQ TO SC-CASE-SEQ.
           SET SC-CASE-RECORD TO TRUE.
           MOVE SC-CASE-NO TO WS-REPORT-CASE-NO.
           MOVE WS-CUS-CUST-NO (CU-IDX) TO SC-CUST-NO.
           MOVE WS-WINDOW-FROM-DATE TO SC-WINDOW-FROM.
           MOVE WS-RUN-CCYYDDD TO SC-WINDOW-TO.
           MOVE WS-CUS-PATTERN-SUB (CU-IDX) TO SC-PATTERN-SUB.
           MOVE WS-CUS-PATTERN-ROUND (CU-IDX) TO SC-PATTERN-ROUND.
           MOVE WS-CUS-PATTERN-RAPID (CU-IDX) TO SC-PATTERN-RAPID.
           MOVE WS-EVIDENCE-COUNT TO SC-EVIDENCE-COUNT.
           MOVE WS-CASE-TOTAL-IN TO SC-TOTAL-IN.
           MOVE WS-CASE-TOTAL-OUT TO SC-TOTAL-OUT.
           MOVE 0 TO SC-DISPOSITION-DATE.
           WRITE WS-SAR-CASE-RECORD.
           MOVE 0 TO WS-EVIDENCE-COUNT.
           PERFORM VARYING EN-IDX FROM 1 BY 1
                   UNTIL EN-IDX > WS-ENTRY-COUNT
                       OR WS-EVIDENCE-COUNT = 999
               PERFORM TEST-ONE-EVIDENCE-ENTRY
               IF WS-IS-EVIDENCE
                   PERFORM WRITE-EVIDENCE-RECORD
               END-IF
           END-PERFORM.

       WRITE-EVIDENCE-RECORD.
           ADD 1 TO WS-EVIDENCE-COUNT.
           ADD 1 TO WS-EVIDENCE-WRITTEN.
           MOVE SPACES TO SC-EVIDENCE-DETAIL.
           SET SC-EVIDENCE-RECORD TO TRUE.
           MOVE WS-ENT-CUST-NO (EN-IDX) TO SE-CUST-NO.
           MOVE WS-ENT-DATE (EN-IDX) TO SE-POSTED-DATE.
           MOVE WS-ENT-SEQ (EN-IDX) TO SE-JOURNAL-SEQ.
           MOVE WS-ENT-AMOUNT-TEXT (EN-IDX) TO SE-AMOUNT.
           MOVE WS-ENT-TYPE-CODE (EN-IDX) TO SE-TYPE-CODE.
           MOVE WS-ENT-TRACE-ID (EN-IDX) TO SE-TRACE-ID.
           MOVE WS-ENT-SUB-Q (EN-IDX) TO SE-PATTERN-SUB.
           MOVE WS-ENT-ROUND-Q (EN-IDX) TO SE-PATTERN-ROUND.
           MOVE WS-ENT-RAPID-Q (EN-IDX) TO SE-PATTERN-RAPID.
           WRITE WS-SAR-CASE-RECORD.

       REPORT-FLAGGED-CUSTOMER.
           MOVE WS-CASE-TOTAL-IN TO WS-AMOUNT-DISPLAY-1.
           MOVE WS-CASE-TOTAL-OUT TO WS-AMOUNT-DISPLAY-2.
           MOVE SPACES TO SCAN-REPORT-REC.
           STRING WS-CUS-CUST-NO (CU-IDX) " "
                   WS-REPORT-CASE-NO " "
                   WS-PATTERN-TEXT " "
                   WS-EVIDENCE-COUNT " "
                   WS-AMOUNT-DISPLAY-1 " "
                   WS-AMOUNT-DISPLAY-2 "  "
                   WS-SCAN-ACTION
               DELIMITED BY SIZE INTO SCAN-REPORT-REC.
           WRITE SCAN-REPORT-REC.


      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "SARSCN01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-POSTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-POSTING-HEADER.
           IF WS-JOURNAL-FILE-STATUS = "00"
               READ POSTING-JOURNAL-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM SARSCN01.
