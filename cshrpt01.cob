       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSHRPT01.
      ***************************************************************
      *  CSHRPT01 - daily large-cash transaction report and the
      *  regulatory filing extract behind it.  VELCHK01 caps how
      *  fast a customer may move money; this job answers the
      *  separate obligation to report cash over the reporting
      *  threshold.  The day's POSTAP01 posting journal is read for
      *  the run date, and every original entry whose transaction
      *  type (journal columns 89-90) is one of the cash types named
      *  in the control file counts toward its customer's cash in
      *  (credits) or cash out (debits) for the business day -
      *  across all the customer's accounts, since the journal is
      *  kept at customer level.  Reversal lines do not count: the
      *  cash changed hands when the original entry posted.
      *
      *  A customer whose cash in or cash out for the day is over
      *  the threshold is filed: one CTR record with the name and
      *  address off the WSCUSNEW customer master and the day's cash
      *  totals, then one ACT record per account the customer holds
      *  on the WSACCTM account master (open, or closed no earlier
      *  than the business day), between a HDR and a TRL record the
      *  regulator proves the counts and totals against.  The print
      *  report shows the same filings for the compliance desk.
      *
      *  Every filing is appended to the filing register with its
      *  reference (business date plus sequence), the amounts filed
      *  and the time it was filed.  A rerun for the same business
      *  day consults the register: a customer already filed with
      *  the same totals is not filed again, and one whose totals
      *  have since changed is filed as an amendment naming the
      *  reference it amends, so the register shows the full chain.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-CONTROL-FILE
               ASSIGN TO "data/cash_report_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "data/posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT FILING-REGISTER-FILE
               ASSIGN TO "data/cash_filing_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
           SELECT CASH-REPORT-FILE
               ASSIGN TO "data/cash_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT FILING-EXTRACT-FILE
               ASSIGN TO "data/cash_filing_extract.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      *  Reporting threshold, the institution identifier the filing
      *  goes under, then up to ten cash transaction type codes.
      *
       FD  CASH-CONTROL-FILE.
       01  CASH-CONTROL-REC.
           02 CC-THRESHOLD               PIC 9(7)V99.
           02 CC-INSTITUTION-ID          PIC X(8).
           02 CC-CASH-TYPE               PIC X(2) OCCURS 10 TIMES.

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  POSTING-JOURNAL-FILE.
       01  POSTING-JOURNAL-REC           PIC X(90).

       FD  FILING-REGISTER-FILE.
       01  FILING-REGISTER-REC.
           02 FR-BUSINESS-DATE           PIC 9(7).
           02 FR-CUST-NO                 PIC 9(9).
           02 FR-FILING-REF.
               03 FR-REF-DATE            PIC 9(7).
               03 FR-REF-SEQ             PIC 9(6).
           02 FR-FILING-TYPE             PIC X(1).
               88 FR-ORIGINAL-FILING     VALUE "O".
               88 FR-AMENDED-FILING      VALUE "A".
           02 FR-PRIOR-REF               PIC X(13).
           02 FR-CASH-IN                 PIC 9(9)V99.
           02 FR-CASH-OUT                PIC 9(9)V99.
           02 FR-TXN-COUNT               PIC 9(5).
           02 FR-FILED-TIME              PIC 9(6).
           02 FR-RUN-FLAG                PIC X(1).

       FD  CASH-REPORT-FILE.
       01  CASH-REPORT-REC               PIC X(110).

       FD  FILING-EXTRACT-FILE.
       01  FILING-EXTRACT-REC            PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILE-STATUS         PIC XX.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-JOURNAL-FILE-STATUS         PIC XX.
       01 WS-REGISTER-FILE-STATUS        PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-EXTRACT-FILE-STATUS         PIC XX.
       01 WS-THRESHOLD                   PIC 9(7)V99 VALUE 10000.
       01 WS-INSTITUTION-ID              PIC X(8) VALUE SPACES.
       01 WS-CASH-TYPE-TABLE.
           05 WS-CASH-TYPE-COUNT         PIC 9(2) VALUE 0.
           05 WS-CASH-TYPE OCCURS 10 TIMES INDEXED BY CT-IDX
                                         PIC X(2).
       01 WS-CASH-TYPE-MATCH             PIC X(1).
           88 WS-IS-CASH-TYPE            VALUE "Y".
       01 WS-CUSTOMER-FOUND              PIC X(1).
           88 WS-CUSTOMER-WAS-FOUND      VALUE "Y".
      *
      *  Every customer on the master, with the day's cash totals
      *  and what the register already holds for the business day.
      *
       01 WS-CUSTOMER-TABLE.
           05 WS-CUSTOMER-COUNT          PIC 9(4) VALUE 0.
           05 WS-CUSTOMER-ENTRY OCCURS 2000 TIMES INDEXED BY CU-IDX.
               10 WS-CUS-CUST-NO         PIC 9(9).
               10 WS-CUS-NAME            PIC X(20).
               10 WS-CUS-ADDRESS         PIC X(40).
               10 WS-CUS-ZIP             PIC 9(9).
               10 WS-CUS-ON-MASTER       PIC X(1).
               10 WS-CUS-CASH-IN         PIC 9(9)V99.
               10 WS-CUS-CASH-OUT        PIC 9(9)V99.
               10 WS-CUS-TXN-COUNT       PIC 9(5).
               10 WS-CUS-FILE-ACTION     PIC X(1).
                   88 WS-CUS-NOT-FILED       VALUE " ".
                   88 WS-CUS-FILE-ORIGINAL   VALUE "O".
                   88 WS-CUS-FILE-AMENDMENT  VALUE "A".
                   88 WS-CUS-ALREADY-FILED   VALUE "F".
               10 WS-CUS-FILED-REF       PIC X(13).
               10 WS-CUS-FILED-IN        PIC 9(9)V99.
               10 WS-CUS-FILED-OUT       PIC 9(9)V99.
               10 WS-CUS-FILED-COUNT     PIC 9(5).
       01 WS-CUSTOMER-OVERFLOW           PIC X(1) VALUE "N".
           88 WS-CUSTOMERS-OVERFLOWED    VALUE "Y".
      *
      *  Accounts of the customers being filed, in master order.
      *
       01 WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-COUNT           PIC 9(4) VALUE 0.
           05 WS-ACCOUNT-ENTRY OCCURS 5000 TIMES INDEXED BY AC-IDX.
               10 WS-ACT-CUST-NO         PIC 9(9).
               10 WS-ACT-ACCT-NO         PIC 9(10).
               10 WS-ACT-PRODUCT         PIC X(2).
               10 WS-ACT-CLASS           PIC X(1).
               10 WS-ACT-OPEN-DATE       PIC 9(7).
               10 WS-ACT-CLOSED-DATE     PIC 9(7).
               10 WS-ACT-BALANCE         PIC S9(9)V99.
       01 WS-JOURNAL-AMOUNT              PIC S9(9)V99.
       01 WS-JOURNAL-CUST-NO             PIC 9(9).
       01 WS-NEXT-FILING-SEQ             PIC 9(6) VALUE 0.
       01 WS-NEW-FILING-REF.
           05 WS-NEW-REF-DATE            PIC 9(7).
           05 WS-NEW-REF-SEQ             PIC 9(6).
       01 WS-CUSTOMER-ACCOUNTS           PIC 9(3).
       01 WS-TIME-OF-DAY.
           05 WS-TOD-HHMMSS              PIC 9(6).
           05 WS-TOD-HUND                PIC 9(2).
       01 WS-JOURNAL-LINES-READ          PIC 9(7) VALUE 0.
       01 WS-CASH-ENTRIES                PIC 9(7) VALUE 0.
       01 WS-OVER-THRESHOLD              PIC 9(5) VALUE 0.
       01 WS-FILINGS-ORIGINAL            PIC 9(5) VALUE 0.
       01 WS-FILINGS-AMENDED             PIC 9(5) VALUE 0.
       01 WS-FILINGS-UNCHANGED           PIC 9(5) VALUE 0.
       01 WS-FILING-RECORDS              PIC 9(7) VALUE 0.
       01 WS-ACCOUNT-RECORDS             PIC 9(7) VALUE 0.
       01 WS-TOTAL-CASH-IN               PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-CASH-OUT              PIC 9(13)V99 VALUE 0.
       01 WS-AMOUNT-DISPLAY-1            PIC 9(9).99.
       01 WS-AMOUNT-DISPLAY-2            PIC 9(9).99.
       01 WS-BALANCE-DISPLAY             PIC -9(9).99.
       01 WS-THRESHOLD-DISPLAY           PIC 9(7).99.
       01 WS-TOTAL-DISPLAY-1             PIC 9(13).99.
       01 WS-TOTAL-DISPLAY-2             PIC 9(13).99.
       01 WS-FILING-TYPE-TEXT            PIC X(9).
      *
      *  Regulatory filing records: fixed 150-byte layouts, amounts
      *  unsigned display with two implied decimals except the
      *  account balance, which carries a trailing sign byte.
      *
       01 WS-FILING-HEADER.
           05 FILLER                     PIC X(3) VALUE "HDR".
           05 FH-INSTITUTION-ID          PIC X(8).
           05 FH-BUSINESS-DATE           PIC 9(7).
           05 FH-THRESHOLD               PIC 9(7)V99.
           05 FILLER                     PIC X(123) VALUE SPACES.
       01 WS-FILING-DETAIL.
           05 FILLER                     PIC X(3) VALUE "CTR".
           05 FD-FILING-REF              PIC X(13).
           05 FD-FILING-TYPE             PIC X(1).
           05 FD-PRIOR-REF               PIC X(13).
           05 FD-CUST-NO                 PIC 9(9).
           05 FD-CUST-NAME               PIC X(20).
           05 FD-ADDRESS                 PIC X(40).
           05 FD-ZIP                     PIC 9(9).
           05 FD-CASH-IN                 PIC 9(9)V99.
           05 FD-CASH-OUT                PIC 9(9)V99.
           05 FD-TXN-COUNT               PIC 9(5).
           05 FD-ACCOUNT-COUNT           PIC 9(3).
           05 FILLER                     PIC X(12) VALUE SPACES.
       01 WS-FILING-ACCOUNT.
           05 FILLER                     PIC X(3) VALUE "ACT".
           05 FA-FILING-REF              PIC X(13).
           05 FA-ACCT-NO                 PIC 9(10).
           05 FA-PRODUCT-CODE            PIC X(2).
           05 FA-ACCOUNT-CLASS           PIC X(1).
           05 FA-OPEN-DATE               PIC 9(7).
           05 FA-CLOSED-DATE             PIC 9(7).
           05 FA-BALANCE                 PIC 9(9)V99.
           05 FA-BALANCE-SIGN            PIC X(1).
           05 FILLER                     PIC X(95) VALUE SPACES.
       01 WS-FILING-TRAILER.
           05 FILLER                     PIC X(3) VALUE "TRL".
           05 FT-FILING-COUNT            PIC 9(7).
           05 FT-ACCOUNT-COUNT           PIC 9(7).
           05 FT-CASH-IN                 PIC 9(13)V99.
           05 FT-CASH-OUT                PIC 9(13)V99.
           05 FILLER                     PIC X(103) VALUE SPACES.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSEXCLOG.
       COPY WSCTLTOT.

       PROCEDURE DIVISION.
       CSHRPT01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "CSHRPT01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-CASH-CONTROL.
           PERFORM LOAD-CUSTOMERS.
           PERFORM ACCUMULATE-CASH-ACTIVITY.
           PERFORM LOAD-FILING-REGISTER.
           PERFORM DECIDE-FILINGS.
           PERFORM LOAD-FILED-ACCOUNTS.
           PERFORM WRITE-FILINGS.
           PERFORM POST-CONTROL-TOTALS.

           DISPLAY "CSHRPT01: JOURNAL LINES=" WS-JOURNAL-LINES-READ
               " CASH ENTRIES=" WS-CASH-ENTRIES
               " OVER THRESHOLD=" WS-OVER-THRESHOLD
               " FILED=" WS-FILINGS-ORIGINAL
               " AMENDED=" WS-FILINGS-AMENDED
               " UNCHANGED=" WS-FILINGS-UNCHANGED.

           MOVE WS-FILING-RECORDS TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           GOBACK.

      ***************************************************************
      *  Threshold, institution, then the cash type codes; a blank
      *  code ends the list.  With no control record the standard
      *  threshold stands, but with no cash types named nothing can
      *  be recognised as cash, and that is an error, not a quiet
      *  day.
      ***************************************************************
       LOAD-CASH-CONTROL.
           OPEN INPUT CASH-CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               READ CASH-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-THRESHOLD NUMERIC AND CC-THRESHOLD > 0
                           MOVE CC-THRESHOLD TO WS-THRESHOLD
                       END-IF
                       MOVE CC-INSTITUTION-ID TO WS-INSTITUTION-ID
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
               MOVE "CSHRPT01" TO ER-JOB-STEP
               MOVE "CSHC" TO ER-ERROR-CODE
               MOVE "NO CASH TYPES IN CASH REPORT CONTROL"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           MOVE CN-CUST-NO TO WS-JOURNAL-CUST-NO
                           PERFORM ADD-CUSTOMER-ENTRY
                           IF WS-CUSTOMER-WAS-FOUND
                               MOVE CN-CUST-NAME
                                   TO WS-CUS-NAME (CU-IDX)
                               MOVE CN-ADDRESS
                                   TO WS-CUS-ADDRESS (CU-IDX)
                               MOVE CN-ZIP TO WS-CUS-ZIP (CU-IDX)
                               MOVE "Y" TO WS-CUS-ON-MASTER (CU-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

      ***************************************************************
      *  A new entry for WS-JOURNAL-CUST-NO, left at CU-IDX.  A full
      *  table is reported once and the run fails: a cash customer
      *  who cannot be tabled would silently go unreported.
      ***************************************************************
       ADD-CUSTOMER-ENTRY.
           IF WS-CUSTOMER-COUNT < 2000
               ADD 1 TO WS-CUSTOMER-COUNT
               SET CU-IDX TO WS-CUSTOMER-COUNT
               MOVE WS-JOURNAL-CUST-NO TO WS-CUS-CUST-NO (CU-IDX)
               MOVE SPACES TO WS-CUS-NAME (CU-IDX)
               MOVE SPACES TO WS-CUS-ADDRESS (CU-IDX)
               MOVE 0 TO WS-CUS-ZIP (CU-IDX)
               MOVE "N" TO WS-CUS-ON-MASTER (CU-IDX)
               MOVE 0 TO WS-CUS-CASH-IN (CU-IDX)
               MOVE 0 TO WS-CUS-CASH-OUT (CU-IDX)
               MOVE 0 TO WS-CUS-TXN-COUNT (CU-IDX)
               MOVE SPACES TO WS-CUS-FILE-ACTION (CU-IDX)
               MOVE SPACES TO WS-CUS-FILED-REF (CU-IDX)
               MOVE 0 TO WS-CUS-FILED-IN (CU-IDX)
               MOVE 0 TO WS-CUS-FILED-OUT (CU-IDX)
               MOVE 0 TO WS-CUS-FILED-COUNT (CU-IDX)
               MOVE "Y" TO WS-CUSTOMER-FOUND
           ELSE
               MOVE "N" TO WS-CUSTOMER-FOUND
               IF NOT WS-CUSTOMERS-OVERFLOWED
                   MOVE "Y" TO WS-CUSTOMER-OVERFLOW
                   MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
                   MOVE "CSHRPT01" TO ER-JOB-STEP
                   MOVE "CSHT" TO ER-ERROR-CODE
                   MOVE "CUSTOMERS OVER 2000 - CASH NOT COMPLETE"
                       TO ER-ERROR-TEXT
                   CALL "EXCPLOG01" USING WS-ERROR-RECORD
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       FIND-CUSTOMER-ENTRY.
           MOVE "N" TO WS-CUSTOMER-FOUND.
           PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > WS-CUSTOMER-COUNT
                       OR WS-CUSTOMER-WAS-FOUND
               IF WS-CUS-CUST-NO (CU-IDX) = WS-JOURNAL-CUST-NO
                   MOVE "Y" TO WS-CUSTOMER-FOUND
               END-IF
           END-PERFORM.
           IF WS-CUSTOMER-WAS-FOUND
               SET CU-IDX DOWN BY 1
           END-IF.

      ***************************************************************
      *  Only the run date's original entries are read; a reversal
      *  line has its trace where an original carries the type, so
      *  the REVERSAL OF marker is tested first.  A cash customer
      *  missing from the master (merged away since posting) still
      *  has to be filed, so is tabled without name and address and
      *  flagged to the exception log when the filing goes out.
      ***************************************************************
       ACCUMULATE-CASH-ACTIVITY.
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
                                   AND POSTING-JOURNAL-REC (1:7)
                                       = WS-RUN-CCYYDDD
                                   AND POSTING-JOURNAL-REC (9:9)
                                       IS NUMERIC
                                   AND POSTING-JOURNAL-REC (48:10)
                                       NOT = " REVERSAL "
                               PERFORM TAKE-ONE-JOURNAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-JOURNAL-FILE
           END-IF.

       TAKE-ONE-JOURNAL-LINE.
           MOVE "N" TO WS-CASH-TYPE-MATCH.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CASH-TYPE-COUNT
               IF WS-CASH-TYPE (CT-IDX) = POSTING-JOURNAL-REC (89:2)
                   MOVE "Y" TO WS-CASH-TYPE-MATCH
               END-IF
           END-PERFORM.
           IF WS-IS-CASH-TYPE
               ADD 1 TO WS-CASH-ENTRIES
               MOVE POSTING-JOURNAL-REC (9:9) TO WS-JOURNAL-CUST-NO
               PERFORM FIND-CUSTOMER-ENTRY
               IF NOT WS-CUSTOMER-WAS-FOUND
                   PERFORM ADD-CUSTOMER-ENTRY
               END-IF
               IF WS-CUSTOMER-WAS-FOUND
                   COMPUTE WS-JOURNAL-AMOUNT =
                       FUNCTION NUMVAL (POSTING-JOURNAL-REC (26:11))
                   ADD 1 TO WS-CUS-TXN-COUNT (CU-IDX)
                   IF WS-JOURNAL-AMOUNT < 0
                       SUBTRACT WS-JOURNAL-AMOUNT
                           FROM WS-CUS-CASH-OUT (CU-IDX)
                   ELSE
                       ADD WS-JOURNAL-AMOUNT
                           TO WS-CUS-CASH-IN (CU-IDX)
                   END-IF
               END-IF
           END-IF.

      ***************************************************************
      *  The register rows for this business day: the last filing
      *  per customer is what a rerun compares against, and the
      *  highest sequence carries the reference numbering forward.
      ***************************************************************
       LOAD-FILING-REGISTER.
           OPEN INPUT FILING-REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-REGISTER-FILE-STATUS = "10"
                   READ FILING-REGISTER-FILE
                       AT END
                           MOVE "10" TO WS-REGISTER-FILE-STATUS
                       NOT AT END
                           IF FR-BUSINESS-DATE = WS-RUN-CCYYDDD
                               PERFORM TAKE-ONE-REGISTER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILING-REGISTER-FILE
           END-IF.

       TAKE-ONE-REGISTER-ROW.
           IF FR-REF-DATE = WS-RUN-CCYYDDD
                   AND FR-REF-SEQ > WS-NEXT-FILING-SEQ
               MOVE FR-REF-SEQ TO WS-NEXT-FILING-SEQ
           END-IF.
           MOVE FR-CUST-NO TO WS-JOURNAL-CUST-NO.
           PERFORM FIND-CUSTOMER-ENTRY.
           IF WS-CUSTOMER-WAS-FOUND
               MOVE FR-FILING-REF TO WS-CUS-FILED-REF (CU-IDX)
               MOVE FR-CASH-IN TO WS-CUS-FILED-IN (CU-IDX)
               MOVE FR-CASH-OUT TO WS-CUS-FILED-OUT (CU-IDX)
               MOVE FR-TXN-COUNT TO WS-CUS-FILED-COUNT (CU-IDX)
           END-IF.

      ***************************************************************
      *  Over the threshold in either direction is reportable.  No
      *  earlier filing today makes it an original; an earlier one
      *  with the same totals needs nothing; different totals make
      *  it an amendment of the earlier reference.
      ***************************************************************
       DECIDE-FILINGS.
           PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > WS-CUSTOMER-COUNT
               IF WS-CUS-CASH-IN (CU-IDX) > WS-THRESHOLD
                       OR WS-CUS-CASH-OUT (CU-IDX) > WS-THRESHOLD
                   ADD 1 TO WS-OVER-THRESHOLD
                   EVALUATE TRUE
                       WHEN WS-CUS-FILED-REF (CU-IDX) = SPACES
                           SET WS-CUS-FILE-ORIGINAL (CU-IDX) TO TRUE
                           ADD 1 TO WS-FILINGS-ORIGINAL
                       WHEN WS-CUS-FILED-IN (CU-IDX)
                                   = WS-CUS-CASH-IN (CU-IDX)
                               AND WS-CUS-FILED-OUT (CU-IDX)
                                   = WS-CUS-CASH-OUT (CU-IDX)
                               AND WS-CUS-FILED-COUNT (CU-IDX)
                                   = WS-CUS-TXN-COUNT (CU-IDX)
                           SET WS-CUS-ALREADY-FILED (CU-IDX) TO TRUE
                           ADD 1 TO WS-FILINGS-UNCHANGED
                       WHEN OTHER
                           SET WS-CUS-FILE-AMENDMENT (CU-IDX) TO TRUE
                           ADD 1 TO WS-FILINGS-AMENDED
                   END-EVALUATE
               END-IF
           END-PERFORM.

      ***************************************************************
      *  Account detail for the customers being filed: every account
      *  still open, or closed on or after the business day, since
      *  the day's cash may have gone through it before it closed.
      ***************************************************************
       LOAD-FILED-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           IF AM-ACCOUNT-OPEN
                                   OR AM-CLOSED-DATE
                                       NOT < WS-RUN-CCYYDDD
                               PERFORM TABLE-ONE-FILED-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       TABLE-ONE-FILED-ACCOUNT.
           MOVE AM-CUST-NO TO WS-JOURNAL-CUST-NO.
           PERFORM FIND-CUSTOMER-ENTRY.
           IF WS-CUSTOMER-WAS-FOUND
               IF WS-CUS-FILE-ORIGINAL (CU-IDX)
                       OR WS-CUS-FILE-AMENDMENT (CU-IDX)
                   IF WS-ACCOUNT-COUNT < 5000
                       ADD 1 TO WS-ACCOUNT-COUNT
                       SET AC-IDX TO WS-ACCOUNT-COUNT
                       MOVE AM-CUST-NO TO WS-ACT-CUST-NO (AC-IDX)
                       MOVE AM-ACCT-NO TO WS-ACT-ACCT-NO (AC-IDX)
                       MOVE AM-PRODUCT-CODE
                           TO WS-ACT-PRODUCT (AC-IDX)
                       MOVE AM-ACCOUNT-CLASS TO WS-ACT-CLASS (AC-IDX)
                       MOVE AM-OPEN-DATE TO WS-ACT-OPEN-DATE (AC-IDX)
                       MOVE AM-CLOSED-DATE
                           TO WS-ACT-CLOSED-DATE (AC-IDX)
                       MOVE AM-BALANCE TO WS-ACT-BALANCE (AC-IDX)
                   ELSE
                       MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
                       MOVE "CSHRPT01" TO ER-JOB-STEP
                       MOVE "CSHT" TO ER-ERROR-CODE
                       MOVE "FILED ACCOUNTS OVER 5000 - DETAIL SHORT"
                           TO ER-ERROR-TEXT
                       CALL "EXCPLOG01" USING WS-ERROR-RECORD
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       WRITE-FILINGS.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           OPEN OUTPUT CASH-REPORT-FILE.
           OPEN OUTPUT FILING-EXTRACT-FILE.
           OPEN EXTEND FILING-REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               OPEN OUTPUT FILING-REGISTER-FILE
           END-IF.
           MOVE WS-THRESHOLD TO WS-THRESHOLD-DISPLAY.
           MOVE SPACES TO CASH-REPORT-REC.
           STRING "LARGE CASH TRANSACTION REPORT  DATE " WS-RUN-CCYYDDD
                   "  INSTITUTION " WS-INSTITUTION-ID
                   "  THRESHOLD " WS-THRESHOLD-DISPLAY
               DELIMITED BY SIZE INTO CASH-REPORT-REC.
           WRITE CASH-REPORT-REC.
           MOVE SPACES TO CASH-REPORT-REC.
           STRING "  CUSTOMER  NAME                 FILING REF    TYPE"
                   "          CASH IN     CASH OUT TXNS"
               DELIMITED BY SIZE INTO CASH-REPORT-REC.
           WRITE CASH-REPORT-REC.
           MOVE WS-INSTITUTION-ID TO FH-INSTITUTION-ID.
           MOVE WS-RUN-CCYYDDD TO FH-BUSINESS-DATE.
           MOVE WS-THRESHOLD TO FH-THRESHOLD.
           WRITE FILING-EXTRACT-REC FROM WS-FILING-HEADER.

           PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > WS-CUSTOMER-COUNT
               IF WS-CUS-FILE-ORIGINAL (CU-IDX)
                       OR WS-CUS-FILE-AMENDMENT (CU-IDX)
                   PERFORM FILE-ONE-CUSTOMER
               END-IF
               IF WS-CUS-ALREADY-FILED (CU-IDX)
                   PERFORM REPORT-ALREADY-FILED
               END-IF
           END-PERFORM.

           MOVE WS-FILING-RECORDS TO FT-FILING-COUNT.
           MOVE WS-ACCOUNT-RECORDS TO FT-ACCOUNT-COUNT.
           MOVE WS-TOTAL-CASH-IN TO FT-CASH-IN.
           MOVE WS-TOTAL-CASH-OUT TO FT-CASH-OUT.
           WRITE FILING-EXTRACT-REC FROM WS-FILING-TRAILER.
           MOVE WS-TOTAL-CASH-IN TO WS-TOTAL-DISPLAY-1.
           MOVE WS-TOTAL-CASH-OUT TO WS-TOTAL-DISPLAY-2.
           MOVE SPACES TO CASH-REPORT-REC.
           STRING "FILINGS " WS-FILING-RECORDS
                   "  CASH IN " WS-TOTAL-DISPLAY-1
                   "  CASH OUT " WS-TOTAL-DISPLAY-2
                   "  UNCHANGED " WS-FILINGS-UNCHANGED
               DELIMITED BY SIZE INTO CASH-REPORT-REC.
           WRITE CASH-REPORT-REC.
           CLOSE CASH-REPORT-FILE.
           CLOSE FILING-EXTRACT-FILE.
           CLOSE FILING-REGISTER-FILE.

      ***************************************************************
      *  One filing: the CTR record, its accounts, the register row
      *  and the report lines, all under the same new reference.
      ***************************************************************
       FILE-ONE-CUSTOMER.
           ADD 1 TO WS-NEXT-FILING-SEQ.
           MOVE WS-RUN-CCYYDDD TO WS-NEW-REF-DATE.
           MOVE WS-NEXT-FILING-SEQ TO WS-NEW-REF-SEQ.
           MOVE 0 TO WS-CUSTOMER-ACCOUNTS.
           PERFORM VARYING AC-IDX FROM 1 BY 1
                   UNTIL AC-IDX > WS-ACCOUNT-COUNT
               IF WS-ACT-CUST-NO (AC-IDX) = WS-CUS-CUST-NO (CU-IDX)
                   ADD 1 TO WS-CUSTOMER-ACCOUNTS
               END-IF
           END-PERFORM.
           IF WS-CUS-ON-MASTER (CU-IDX) NOT = "Y"
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "CSHRPT01" TO ER-JOB-STEP
               MOVE "CSHM" TO ER-ERROR-CODE
               MOVE SPACES TO ER-ERROR-TEXT
               STRING "FILED CUST NOT ON MASTER "
                       WS-CUS-CUST-NO (CU-IDX)
                   DELIMITED BY SIZE INTO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
           END-IF.

           MOVE WS-NEW-FILING-REF TO FD-FILING-REF.
           MOVE WS-CUS-FILE-ACTION (CU-IDX) TO FD-FILING-TYPE.
           IF WS-CUS-FILE-AMENDMENT (CU-IDX)
               MOVE WS-CUS-FILED-REF (CU-IDX) TO FD-PRIOR-REF
               MOVE "AMENDMENT" TO WS-FILING-TYPE-TEXT
           ELSE
               MOVE SPACES TO FD-PRIOR-REF
               MOVE "ORIGINAL" TO WS-FILING-TYPE-TEXT
           END-IF.
           MOVE WS-CUS-CUST-NO (CU-IDX) TO FD-CUST-NO.
           MOVE WS-CUS-NAME (CU-IDX) TO FD-CUST-NAME.
           MOVE WS-CUS-ADDRESS (CU-IDX) TO FD-ADDRESS.
           MOVE WS-CUS-ZIP (CU-IDX) TO FD-ZIP.
           MOVE WS-CUS-CASH-IN (CU-IDX) TO FD-CASH-IN.
           MOVE WS-CUS-CASH-OUT (CU-IDX) TO FD-CASH-OUT.
           MOVE WS-CUS-TXN-COUNT (CU-IDX) TO FD-TXN-COUNT.
           MOVE WS-CUSTOMER-ACCOUNTS TO FD-ACCOUNT-COUNT.
           WRITE FILING-EXTRACT-REC FROM WS-FILING-DETAIL.
           ADD 1 TO WS-FILING-RECORDS.
           ADD WS-CUS-CASH-IN (CU-IDX) TO WS-TOTAL-CASH-IN.
           ADD WS-CUS-CASH-OUT (CU-IDX) TO WS-TOTAL-CASH-OUT.

           MOVE WS-CUS-CASH-IN (CU-IDX) TO WS-AMOUNT-DISPLAY-1.
           MOVE WS-CUS-CASH-OUT (CU-IDX) TO WS-AMOUNT-DISPLAY-2.
           MOVE SPACES TO CASH-REPORT-REC.
           STRING WS-CUS-CUST-NO (CU-IDX) " "
                   WS-CUS-NAME (CU-IDX) " "
                   WS-NEW-FILING-REF " "
                   WS-FILING-TYPE-TEXT " "
                   WS-AMOUNT-DISPLAY-1 " "
                   WS-AMOUNT-DISPLAY-2 " "
                   WS-CUS-TXN-COUNT (CU-IDX)
               DELIMITED BY SIZE INTO CASH-REPORT-REC.
           WRITE CASH-REPORT-REC.
           IF WS-CUS-FILE-AMENDMENT (CU-IDX)
               MOVE SPACES TO CASH-REPORT-REC
               STRING "          AMENDS " WS-CUS-FILED-REF (CU-IDX)
                   DELIMITED BY SIZE INTO CASH-REPORT-REC
               WRITE CASH-REPORT-REC
           END-IF.

           PERFORM VARYING AC-IDX FROM 1 BY 1
                   UNTIL AC-IDX > WS-ACCOUNT-COUNT
               IF WS-ACT-CUST-NO (AC-IDX) = WS-CUS-CUST-NO (CU-IDX)
                   PERFORM WRITE-FILED-ACCOUNT
               END-IF
           END-PERFORM.

           MOVE WS-RUN-CCYYDDD TO FR-BUSINESS-DATE.
           MOVE WS-CUS-CUST-NO (CU-IDX) TO FR-CUST-NO.
           MOVE WS-NEW-FILING-REF TO FR-FILING-REF.
           MOVE WS-CUS-FILE-ACTION (CU-IDX) TO FR-FILING-TYPE.
           MOVE FD-PRIOR-REF TO FR-PRIOR-REF.
           MOVE WS-CUS-CASH-IN (CU-IDX) TO FR-CASH-IN.
           MOVE WS-CUS-CASH-OUT (CU-IDX) TO FR-CASH-OUT.
           MOVE WS-CUS-TXN-COUNT (CU-IDX) TO FR-TXN-COUNT.
           MOVE WS-TOD-HHMMSS TO FR-FILED-TIME.
           MOVE WS-RUN-REPROC-FLAG TO FR-RUN-FLAG.
           WRITE FILING-REGISTER-REC.

       WRITE-FILED-ACCOUNT.
           MOVE WS-NEW-FILING-REF TO FA-FILING-REF.
           MOVE WS-ACT-ACCT-NO (AC-IDX) TO FA-ACCT-NO.
           MOVE WS-ACT-PRODUCT (AC-IDX) TO FA-PRODUCT-CODE.
           MOVE WS-ACT-CLASS (AC-IDX) TO FA-ACCOUNT-CLASS.
           MOVE WS-ACT-OPEN-DATE (AC-IDX) TO FA-OPEN-DATE.
           MOVE WS-ACT-CLOSED-DATE (AC-IDX) TO FA-CLOSED-DATE.
           MOVE WS-ACT-BALANCE (AC-IDX) TO FA-BALANCE.
           IF WS-ACT-BALANCE (AC-IDX) < 0
               MOVE "-" TO FA-BALANCE-SIGN
           ELSE
               MOVE "+" TO FA-BALANCE-SIGN
           END-IF.
           WRITE FILING-EXTRACT-REC FROM WS-FILING-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-RECORDS.
           MOVE WS-ACT-BALANCE (AC-IDX) TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO CASH-REPORT-REC.
           STRING "          ACCOUNT " WS-ACT-ACCT-NO (AC-IDX)
                   " PRODUCT " WS-ACT-PRODUCT (AC-IDX)
                   " BALANCE " WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO CASH-REPORT-REC.
           WRITE CASH-REPORT-REC.

       REPORT-ALREADY-FILED.
           MOVE WS-CUS-CASH-IN (CU-IDX) TO WS-AMOUNT-DISPLAY-1.
           MOVE WS-CUS-CASH-OUT (CU-IDX) TO WS-AMOUNT-DISPLAY-2.
           MOVE SPACES TO CASH-REPORT-REC.
           STRING WS-CUS-CUST-NO (CU-IDX) " "
                   WS-CUS-NAME (CU-IDX) " "
                   WS-CUS-FILED-REF (CU-IDX) " "
                   "ON FILE   "
                   WS-AMOUNT-DISPLAY-1 " "
                   WS-AMOUNT-DISPLAY-2 " "
                   WS-CUS-TXN-COUNT (CU-IDX)
               DELIMITED BY SIZE INTO CASH-REPORT-REC.
           WRITE CASH-REPORT-REC.

      ***************************************************************
      *  The filing extract is handed off outside the bank, so its
      *  CTR count and cash total are posted for the balancer.
      ***************************************************************
       POST-CONTROL-TOTALS.
           MOVE WS-RUN-CCYYDDD TO CT-RUN-DATE.
           MOVE "CSHRPT01" TO CT-STEP-NAME.
           SET CT-ROLE-PRODUCER TO TRUE.
           MOVE "data/cash_filing_extract.dat" TO CT-FILE-NAME.
           MOVE WS-FILING-RECORDS TO CT-RECORD-COUNT.
           ADD WS-TOTAL-CASH-IN WS-TOTAL-CASH-OUT
               GIVING CT-AMOUNT-HASH.
           CALL "CTLTOT01" USING WS-CONTROL-TOTAL-RECORD.


      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "CSHRPT01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-POSTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               READ CUSTOMER-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       SKIP-POSTING-HEADER.
           IF WS-JOURNAL-FILE-STATUS = "00"
               READ POSTING-JOURNAL-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               READ ACCOUNT-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.
       END PROGRAM CSHRPT01.
