       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRVPRG01.
      ***************************************************************
      *  PRVPRG01 - privacy retention purge of closed customers'
      *  personal data.  ARCPRG01 ages the log files; this step
      *  ages people.  A customer qualifies when every account they
      *  own is closed and the last was closed longer ago than the
      *  retention period on the privacy control file.  A qualifying
      *  customer is still kept, and reported with the reason, when
      *    HOLD  counsel has them on the legal-hold list (LGLHLD01,
      *          action PRIVPURG),
      *    SUSP  a suspense item is still open against them,
      *    DISP  a dispute case (DSPMNT01) is still open for them,
      *    BALN  the master still carries a balance.
      *  For everyone else the personal data goes:
      *    - the customer master keeps the number, balance, status
      *      and the other financial fields; name, address, zip,
      *      phone, email, taxpayer ID and ID expiry are erased and
      *      the mail hold is raised so nothing is composed for the
      *      blank address;
      *    - the intake master keeps the number; name, age and
      *      birth date are erased;
      *    - the correspondence history and the alert subscriptions
      *      lose the customer's records;
      *    - an estate record keeps its dates and state; the
      *      customer's and executor's names and address go.
      *  Journals are never touched, so every amount stays intact.
      *  Each customer erased gets an erasure certificate (WSERSCRT)
      *  on the certificate file, and the run report lists every
      *  customer considered.  Control mode R reports what would go
      *  without changing anything.  At most 5000 customers are
      *  erased in one run; the rest qualify again next run.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIVACY-CONTROL-FILE
               ASSIGN TO "data/privacy_retention.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT ACCOUNT-SORT-FILE
               ASSIGN TO "data/prvprg_sortwk.dat".
           SELECT SUSPENSE-FILE
               ASSIGN TO "data/suspense_adjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
           SELECT DISPUTE-CASE-FILE
               ASSIGN TO "data/dispute_cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT INTAKE-IN
               ASSIGN TO "data/customer_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-IN-STATUS.
           SELECT CORR-IN
               ASSIGN TO "data/correspondence_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-IN-STATUS.
           SELECT ALERT-IN
               ASSIGN TO "data/alert_subscriptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-IN-STATUS.
           SELECT ESTATE-IN
               ASSIGN TO "data/estate_file.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-IN-STATUS.
      *    Each rewritten file goes to the work file, then back.
           SELECT PURGE-WORK-OUT
               ASSIGN TO "data/prvprg_wrk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-OUT-STATUS.
           SELECT PURGE-WORK-IN
               ASSIGN TO "data/prvprg_wrk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-IN-STATUS.
           SELECT INTAKE-OUT
               ASSIGN TO "data/customer_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REWRITE-STATUS.
           SELECT CORR-OUT
               ASSIGN TO "data/correspondence_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REWRITE-STATUS.
           SELECT ALERT-OUT
               ASSIGN TO "data/alert_subscriptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REWRITE-STATUS.
           SELECT ESTATE-OUT
               ASSIGN TO "data/estate_file.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REWRITE-STATUS.
           SELECT CERTIFICATE-FILE
               ASSIGN TO "data/erasure_certificates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-FILE-STATUS.
           SELECT PURGE-REPORT-FILE
               ASSIGN TO "data/privacy_purge_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIVACY-CONTROL-FILE.
       01  PRIVACY-CONTROL-REC.
           02 PV-RETENTION-DAYS          PIC X(5).
           02 PV-RUN-MODE                PIC X(1).

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       SD  ACCOUNT-SORT-FILE.
       01  ACCOUNT-SORT-REC.
           02 AS-CUST-NO                 PIC 9(9).
           02 AS-CLOSED-DATE             PIC 9(7).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-FILE-REC             PIC X(61).

       FD  DISPUTE-CASE-FILE.
       COPY WSDSPCS.

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  INTAKE-IN.
       01  INTAKE-IN-REC.
           02 IN-CUST-NO                 PIC X(6).
           02 FILLER                     PIC X(31).

       FD  CORR-IN.
       01  CORR-IN-REC.
           02 CI-CUST-NO                 PIC X(9).
           02 FILLER                     PIC X(16).

       FD  ALERT-IN.
       01  ALERT-IN-REC.
           02 AI-CUST-NO                 PIC X(9).
           02 FILLER                     PIC X(19).

       FD  ESTATE-IN.
       01  ESTATE-IN-REC                 PIC X(144).

       FD  PURGE-WORK-OUT.
       01  PURGE-WORK-OUT-REC            PIC X(144).

       FD  PURGE-WORK-IN.
       01  PURGE-WORK-IN-REC             PIC X(144).

       FD  INTAKE-OUT.
       01  INTAKE-OUT-REC                PIC X(37).

       FD  CORR-OUT.
       01  CORR-OUT-REC                  PIC X(25).

       FD  ALERT-OUT.
       01  ALERT-OUT-REC                 PIC X(28).

       FD  ESTATE-OUT.
       01  ESTATE-OUT-REC                PIC X(144).

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-REC               PIC X(60).

       FD  PURGE-REPORT-FILE.
       01  PURGE-REPORT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILE-STATUS         PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-SUSPENSE-FILE-STATUS        PIC XX.
       01 WS-DISPUTE-FILE-STATUS         PIC XX.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-INTAKE-IN-STATUS            PIC XX.
       01 WS-CORR-IN-STATUS              PIC XX.
       01 WS-ALERT-IN-STATUS             PIC XX.
       01 WS-ESTATE-IN-STATUS            PIC XX.
       01 WS-WORK-OUT-STATUS             PIC XX.
       01 WS-WORK-IN-STATUS              PIC XX.
       01 WS-REWRITE-STATUS              PIC XX.
       01 WS-CERT-FILE-STATUS            PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-SORT-RETURN                 PIC XX.
       01 WS-STEP-RC                     PIC 9(2) VALUE 0.
       01 WS-RETENTION-DAYS              PIC 9(5) VALUE 2555.
       01 WS-RUN-MODE                    PIC X(1) VALUE "U".
           88 WS-MODE-UPDATE             VALUE "U".
           88 WS-MODE-REPORT-ONLY        VALUE "R".
       01 WS-CUTOFF-DATE                 PIC 9(7).
       01 WS-ERASED-NAME                 PIC X(20)
                                         VALUE "*ERASED*".
      *    One customer's accounts as they come off the sort.
       01 WS-GROUP-CUST                  PIC 9(9).
       01 WS-GROUP-ANY-OPEN              PIC X(1).
       01 WS-GROUP-LAST-CLOSED           PIC 9(7).
       01 WS-GROUP-STARTED               PIC X(1).
      *    Customers whose accounts are all closed past the cutoff,
      *    in ascending customer order straight off the sort.
       01 WS-CANDIDATE-TABLE.
           05 WS-CAND-COUNT              PIC 9(4) VALUE 0.
           05 WS-CAND-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CAND-COUNT
                   ASCENDING KEY IS WS-CAND-CUST
                   INDEXED BY CA-IDX.
               10 WS-CAND-CUST           PIC 9(9).
               10 WS-CAND-INTAKE         PIC 9(6).
               10 WS-CAND-LAST-CLOSED    PIC 9(7).
               10 WS-CAND-STATE          PIC X(4).
                   88 WS-CAND-ELIGIBLE   VALUE "OK  ".
                   88 WS-CAND-PURGED     VALUE "DONE".
               10 WS-CAND-MASTER         PIC X(1).
               10 WS-CAND-INTAKE-DONE    PIC X(1).
               10 WS-CAND-ESTATE         PIC X(1).
               10 WS-CAND-CORR           PIC 9(5).
               10 WS-CAND-ALERTS         PIC 9(3).
       01 WS-DEFERRED-COUNT              PIC 9(7) VALUE 0.
       01 WS-LOOK-INTAKE                 PIC 9(6).
       01 WS-LOOK-CUST                   PIC 9(9).
       01 WS-CAND-FOUND                  PIC X(1).
       01 WS-CERT-SEQ                    PIC 9(5) VALUE 0.
       01 WS-CUSTOMERS-QUALIFYING        PIC 9(7) VALUE 0.
       01 WS-CUSTOMERS-ERASED            PIC 9(7) VALUE 0.
       01 WS-CUSTOMERS-KEPT              PIC 9(7) VALUE 0.
       01 WS-ALREADY-ERASED              PIC 9(7) VALUE 0.
       01 WS-CORR-REMOVED                PIC 9(7) VALUE 0.
       01 WS-ALERTS-REMOVED              PIC 9(7) VALUE 0.
       01 WS-INTAKE-ERASED               PIC 9(7) VALUE 0.
       01 WS-ESTATES-ERASED              PIC 9(7) VALUE 0.
       01 WS-REASON-TEXT                 PIC X(30).
       COPY WSESTATE.
       COPY WSCUSMST.
       COPY WSERSCRT.
       COPY WSLGLHLD.
       COPY WSCDXREF.
       COPY WSRUNLCK.
       COPY WSEXCLOG.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.

       PROCEDURE DIVISION.
       PRVPRG01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "PRVPRG01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "PRVPRG01" TO RL-JOB-NAME.
           MOVE "MASTERS" TO RL-LOCK-NAME.
           MOVE WS-RUN-CCYYDDD TO RL-RUN-DATE.
           SET RL-ACTION-ACQUIRE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           IF RL-REFUSED
               DISPLAY "PRVPRG01: LOCK " RL-LOCK-NAME
                   " HELD BY " RL-HOLDER-JOB
                   " SINCE " RL-HOLDER-TIME " - NOT STARTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-PRIVACY-CONTROL.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DAY-OF-INTEGER
               (FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD)
                - WS-RETENTION-DAYS).

           OPEN OUTPUT PURGE-REPORT-FILE.
           MOVE SPACES TO PURGE-REPORT-REC.
           STRING "PRIVACY RETENTION PURGE " WS-RUN-CCYYDDD
                   "  RETENTION DAYS " WS-RETENTION-DAYS
                   "  CLOSED ON OR BEFORE " WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO PURGE-REPORT-REC.
           WRITE PURGE-REPORT-REC.
           IF WS-MODE-REPORT-ONLY
               MOVE "  REPORT ONLY - NOTHING IS CHANGED"
                   TO PURGE-REPORT-REC
               WRITE PURGE-REPORT-REC
           END-IF.
           MOVE "  CUSTOMER  INTAKE LAST CLOSED RESULT"
               TO PURGE-REPORT-REC.
           WRITE PURGE-REPORT-REC.

           SORT ACCOUNT-SORT-FILE
               ON ASCENDING KEY AS-CUST-NO
               INPUT PROCEDURE IS RELEASE-ACCOUNTS
               OUTPUT PROCEDURE IS COLLECT-CLOSED-CUSTOMERS.

           PERFORM CHECK-CANDIDATE-HOLDS.
           PERFORM CHECK-OPEN-SUSPENSE.
           PERFORM CHECK-OPEN-DISPUTES.
           PERFORM ERASE-CUSTOMER-MASTER.
           IF WS-MODE-UPDATE
               PERFORM ERASE-INTAKE-MASTER
               PERFORM REMOVE-CORRESPONDENCE
               PERFORM REMOVE-ALERT-SUBSCRIPTIONS
               PERFORM ERASE-ESTATE-RECORDS
               PERFORM WRITE-CERTIFICATES
           END-IF.
           PERFORM REPORT-CANDIDATES.
           PERFORM WRITE-PURGE-TOTALS.
           CLOSE PURGE-REPORT-FILE.

           DISPLAY "PRVPRG01: QUALIFYING=" WS-CUSTOMERS-QUALIFYING
               " ERASED=" WS-CUSTOMERS-ERASED
               " KEPT=" WS-CUSTOMERS-KEPT
               " DEFERRED=" WS-DEFERRED-COUNT.

           MOVE WS-CUSTOMERS-ERASED TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           SET RL-ACTION-RELEASE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           MOVE WS-STEP-RC TO RETURN-CODE.
           GOBACK.

       LOAD-PRIVACY-CONTROL.
           OPEN INPUT PRIVACY-CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               READ PRIVACY-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PV-RETENTION-DAYS NUMERIC
                               AND PV-RETENTION-DAYS > "00000"
                           MOVE PV-RETENTION-DAYS
                               TO WS-RETENTION-DAYS
                       END-IF
                       IF PV-RUN-MODE = "R"
                           SET WS-MODE-REPORT-ONLY TO TRUE
                       END-IF
               END-READ
               CLOSE PRIVACY-CONTROL-FILE
           END-IF.

      ***************************************************************
      *  Every account, open ones included, goes to the sort: an
      *  open account anywhere keeps its owner off the list.
      ***************************************************************
       RELEASE-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           MOVE AM-CUST-NO TO AS-CUST-NO
                           MOVE AM-CLOSED-DATE TO AS-CLOSED-DATE
                           RELEASE ACCOUNT-SORT-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.

       COLLECT-CLOSED-CUSTOMERS.
           MOVE "N" TO WS-GROUP-STARTED.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN ACCOUNT-SORT-FILE
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       PERFORM COLLECT-ONE-ACCOUNT
               END-RETURN
           END-PERFORM.
           IF WS-GROUP-STARTED = "Y"
               PERFORM END-CUSTOMER-GROUP
           END-IF.

       COLLECT-ONE-ACCOUNT.
           IF WS-GROUP-STARTED = "Y"
                   AND AS-CUST-NO NOT = WS-GROUP-CUST
               PERFORM END-CUSTOMER-GROUP
           END-IF.
           IF WS-GROUP-STARTED NOT = "Y"
                   OR AS-CUST-NO NOT = WS-GROUP-CUST
               MOVE "Y" TO WS-GROUP-STARTED
               MOVE AS-CUST-NO TO WS-GROUP-CUST
               MOVE "N" TO WS-GROUP-ANY-OPEN
               MOVE 0 TO WS-GROUP-LAST-CLOSED
           END-IF.
           IF AS-CLOSED-DATE = 0
               MOVE "Y" TO WS-GROUP-ANY-OPEN
           ELSE
               IF AS-CLOSED-DATE > WS-GROUP-LAST-CLOSED
                   MOVE AS-CLOSED-DATE TO WS-GROUP-LAST-CLOSED
               END-IF
           END-IF.

       END-CUSTOMER-GROUP.
           IF WS-GROUP-ANY-OPEN = "Y"
                   OR WS-GROUP-LAST-CLOSED > WS-CUTOFF-DATE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CUSTOMERS-QUALIFYING.
           IF WS-CAND-COUNT = 5000
               ADD 1 TO WS-DEFERRED-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CAND-COUNT.
           SET CA-IDX TO WS-CAND-COUNT.
           MOVE WS-GROUP-CUST TO WS-CAND-CUST (CA-IDX).
           MOVE WS-GROUP-LAST-CLOSED TO WS-CAND-LAST-CLOSED (CA-IDX).
           MOVE WS-GROUP-CUST TO XF-MASTER-NO.
           CALL "CDXREF01" USING WS-CUST-XREF-REQUEST.
           MOVE XF-INTAKE-NO TO WS-CAND-INTAKE (CA-IDX).
           MOVE "OK  " TO WS-CAND-STATE (CA-IDX).
           MOVE "N" TO WS-CAND-MASTER (CA-IDX).
           MOVE "N" TO WS-CAND-INTAKE-DONE (CA-IDX).
           MOVE "N" TO WS-CAND-ESTATE (CA-IDX).
           MOVE 0 TO WS-CAND-CORR (CA-IDX).
           MOVE 0 TO WS-CAND-ALERTS (CA-IDX).

      ***************************************************************
      *  Counsel's hold outranks the retention policy.  The service
      *  logs each HELD answer to the hold-activity report itself.
      ***************************************************************
       CHECK-CANDIDATE-HOLDS.
           PERFORM VARYING CA-IDX FROM 1 BY 1
                   UNTIL CA-IDX > WS-CAND-COUNT
               MOVE WS-CAND-CUST (CA-IDX) TO LH-CUST-NO
               MOVE "PRIVPURG" TO LH-ACTION
               MOVE "PRVPRG01" TO LH-SOURCE-PROGRAM
               CALL "LGLHLD01" USING WS-LEGAL-HOLD-REQUEST
               IF LH-IS-HELD
                   MOVE "HOLD" TO WS-CAND-STATE (CA-IDX)
               END-IF
           END-PERFORM.

      ***************************************************************
      *  The suspense file holds only uncleared items; either key
      *  of an item (the intake number of the customer it was
      *  raised against) naming a candidate keeps them.
      ***************************************************************
       CHECK-OPEN-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           PERFORM SKIP-SUSPENSE-HEADER.
           IF WS-SUSPENSE-FILE-STATUS = "00"
               PERFORM UNTIL WS-SUSPENSE-FILE-STATUS = "10"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "10" TO WS-SUSPENSE-FILE-STATUS
                       NOT AT END
                           PERFORM CHECK-ONE-SUSPENSE-ITEM
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       CHECK-ONE-SUSPENSE-ITEM.
           IF SUSPENSE-FILE-REC (16:6) IS NUMERIC
               MOVE SUSPENSE-FILE-REC (16:6) TO WS-LOOK-INTAKE
               PERFORM MARK-SUSPENSE-CANDIDATE
           END-IF.
           IF SUSPENSE-FILE-REC (22:6) IS NUMERIC
               MOVE SUSPENSE-FILE-REC (22:6) TO WS-LOOK-INTAKE
               PERFORM MARK-SUSPENSE-CANDIDATE
           END-IF.

       MARK-SUSPENSE-CANDIDATE.
           PERFORM VARYING CA-IDX FROM 1 BY 1
                   UNTIL CA-IDX > WS-CAND-COUNT
               IF WS-CAND-INTAKE (CA-IDX) = WS-LOOK-INTAKE
                       AND WS-CAND-ELIGIBLE (CA-IDX)
                   MOVE "SUSP" TO WS-CAND-STATE (CA-IDX)
               END-IF
           END-PERFORM.

      ***************************************************************
      *  A case still open has a provisional credit to settle or a
      *  decision to send, and both need the customer's address.
      *  Closed cases are history and do not keep anyone.
      ***************************************************************
       CHECK-OPEN-DISPUTES.
           OPEN INPUT DISPUTE-CASE-FILE.
           IF WS-DISPUTE-FILE-STATUS = "00"
               PERFORM UNTIL WS-DISPUTE-FILE-STATUS = "10"
                   READ DISPUTE-CASE-FILE
                       AT END
                           MOVE "10" TO WS-DISPUTE-FILE-STATUS
                       NOT AT END
                           IF DS-CASE-OPEN
                               PERFORM MARK-DISPUTE-CANDIDATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-CASE-FILE
           END-IF.

       MARK-DISPUTE-CANDIDATE.
           PERFORM VARYING CA-IDX FROM 1 BY 1
                   UNTIL CA-IDX > WS-CAND-COUNT
               IF WS-CAND-CUST (CA-IDX) = DS-CUST-NO
                       AND WS-CAND-ELIGIBLE (CA-IDX)
                   MOVE "DISP" TO WS-CAND-STATE (CA-IDX)
               END-IF
           END-PERFORM.

      ***************************************************************
      *  The master is rewritten in place.  A customer erased on an
      *  earlier run is recognized by the erased name and left
      *  alone, so a rerun issues no second certificate.
      ***************************************************************
       ERASE-CUSTOMER-MASTER.
           IF WS-CAND-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-MODE-UPDATE
               OPEN I-O CUSTOMER-MASTER-FILE
               PERFORM SKIP-CUSTOMER-HEADER
           ELSE
               OPEN INPUT CUSTOMER-MASTER-FILE
               PERFORM SKIP-CUSTOMER-HEADER
           END-IF.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           PERFORM ERASE-ONE-MASTER-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CUSTOMER-MASTER-FILE.
      *    A qualifying customer with no master record has only the
      *    other files to clear.
           PERFORM VARYING CA-IDX FROM 1 BY 1
                   UNTIL CA-IDX > WS-CAND-COUNT
               IF WS-CAND-ELIGIBLE (CA-IDX)
                   MOVE "DONE" TO WS-CAND-STATE (CA-IDX)
               END-IF
           END-PERFORM.

       ERASE-ONE-MASTER-RECORD.
           SEARCH ALL WS-CAND-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN WS-CAND-CUST (CA-IDX) = CN-CUST-NO
                   CONTINUE
           END-SEARCH.
           IF NOT WS-CAND-ELIGIBLE (CA-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF CN-CUST-NAME = WS-ERASED-NAME
               MOVE "PREV" TO WS-CAND-STATE (CA-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF CN-BALANCE NOT = 0
               MOVE "BALN" TO WS-CAND-STATE (CA-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE "DONE" TO WS-CAND-STATE (CA-IDX).
           MOVE "Y" TO WS-CAND-MASTER (CA-IDX).
           IF WS-MODE-UPDATE
               MOVE WS-ERASED-NAME TO CN-CUST-NAME
               MOVE SPACES TO CN-ADDRESS
               MOVE 0 TO CN-ZIP
               MOVE SPACES TO CN-PHONE-NO
               MOVE SPACES TO CN-EMAIL-ADDRESS
               MOVE SPACES TO CN-TAXPAYER-ID
               MOVE 0 TO CN-ID-EXPIRY-DATE
               MOVE "Y" TO CN-MAIL-HOLD-FLAG
               MOVE WS-RUN-CCYYDDD TO CN-MAIL-HOLD-DATE
               REWRITE WS-CUSTOMER-RECORD-NEW
               IF WS-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "PRVPRG01: REWRITE FAILED FOR "
                       CN-CUST-NO " STATUS=" WS-MASTER-FILE-STATUS
                   MOVE "N" TO WS-CAND-MASTER (CA-IDX)
                   MOVE 8 TO WS-STEP-RC
               END-IF
           END-IF.

      ***************************************************************
      *  The intake master is line sequential, so it is copied to
      *  the work file with the erased customers' details blanked
      *  and copied back.
      ***************************************************************
       ERASE-INTAKE-MASTER.
           OPEN INPUT INTAKE-IN.
           IF WS-INTAKE-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PURGE-WORK-OUT.
           PERFORM UNTIL WS-INTAKE-IN-STATUS = "10"
               READ INTAKE-IN INTO WS-CUSTOMER-MASTER-REC
                   AT END
                       MOVE "10" TO WS-INTAKE-IN-STATUS
                   NOT AT END
                       PERFORM ERASE-ONE-INTAKE-RECORD
                       WRITE PURGE-WORK-OUT-REC
                           FROM WS-CUSTOMER-MASTER-REC
               END-READ
           END-PERFORM.
           CLOSE INTAKE-IN.
           CLOSE PURGE-WORK-OUT.
           OPEN INPUT PURGE-WORK-IN.
           OPEN OUTPUT INTAKE-OUT.
           MOVE "00" TO WS-WORK-IN-STATUS.
           PERFORM UNTIL WS-WORK-IN-STATUS = "10"
               READ PURGE-WORK-IN
                   AT END
                       MOVE "10" TO WS-WORK-IN-STATUS
                   NOT AT END
                       WRITE INTAKE-OUT-REC FROM PURGE-WORK-IN-REC
               END-READ
           END-PERFORM.
           CLOSE PURGE-WORK-IN.
           CLOSE INTAKE-OUT.

       ERASE-ONE-INTAKE-RECORD.
           IF IN-CUST-NO NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CA-IDX FROM 1 BY 1
                   UNTIL CA-IDX > WS-CAND-COUNT
               IF WS-CAND-PURGED (CA-IDX)
                       AND WS-CAND-INTAKE (CA-IDX) = CM-CUST-NO
                   MOVE WS-ERASED-NAME TO CM-CUST-NAME
                   MOVE 0 TO CM-CUST-AGE
                   MOVE 0 TO CM-BIRTH-DATE
                   MOVE "Y" TO WS-CAND-INTAKE-DONE (CA-IDX)
                   ADD 1 TO WS-INTAKE-ERASED
               END-IF
           END-PERFORM.

       REMOVE-CORRESPONDENCE.
           OPEN INPUT CORR-IN.
           IF WS-CORR-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PURGE-WORK-OUT.
           PERFORM UNTIL WS-CORR-IN-STATUS = "10"
               READ CORR-IN
                   AT END
                       MOVE "10" TO WS-CORR-IN-STATUS
                   NOT AT END
                       MOVE "N" TO WS-CAND-FOUND
                       IF CI-CUST-NO NUMERIC
                           MOVE CI-CUST-NO TO WS-LOOK-CUST
                           PERFORM FIND-PURGED-CUSTOMER
                       END-IF
                       IF WS-CAND-FOUND = "Y"
                           ADD 1 TO WS-CAND-CORR (CA-IDX)
                           ADD 1 TO WS-CORR-REMOVED
                       ELSE
                           WRITE PURGE-WORK-OUT-REC FROM CORR-IN-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CORR-IN.
           CLOSE PURGE-WORK-OUT.
           OPEN INPUT PURGE-WORK-IN.
           OPEN OUTPUT CORR-OUT.
           MOVE "00" TO WS-WORK-IN-STATUS.
           PERFORM UNTIL WS-WORK-IN-STATUS = "10"
               READ PURGE-WORK-IN
                   AT END
                       MOVE "10" TO WS-WORK-IN-STATUS
                   NOT AT END
                       WRITE CORR-OUT-REC FROM PURGE-WORK-IN-REC
               END-READ
           END-PERFORM.
           CLOSE PURGE-WORK-IN.
           CLOSE CORR-OUT.

       REMOVE-ALERT-SUBSCRIPTIONS.
           OPEN INPUT ALERT-IN.
           IF WS-ALERT-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PURGE-WORK-OUT.
           PERFORM UNTIL WS-ALERT-IN-STATUS = "10"
               READ ALERT-IN
                   AT END
                       MOVE "10" TO WS-ALERT-IN-STATUS
                   NOT AT END
                       MOVE "N" TO WS-CAND-FOUND
                       IF AI-CUST-NO NUMERIC
                           MOVE AI-CUST-NO TO WS-LOOK-CUST
                           PERFORM FIND-PURGED-CUSTOMER
                       END-IF
                       IF WS-CAND-FOUND = "Y"
                           ADD 1 TO WS-CAND-ALERTS (CA-IDX)
                           ADD 1 TO WS-ALERTS-REMOVED
                       ELSE
                           WRITE PURGE-WORK-OUT-REC FROM ALERT-IN-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALERT-IN.
           CLOSE PURGE-WORK-OUT.
           OPEN INPUT PURGE-WORK-IN.
           OPEN OUTPUT ALERT-OUT.
           MOVE "00" TO WS-WORK-IN-STATUS.
           PERFORM UNTIL WS-WORK-IN-STATUS = "10"
               READ PURGE-WORK-IN
                   AT END
                       MOVE "10" TO WS-WORK-IN-STATUS
                   NOT AT END
                       WRITE ALERT-OUT-REC FROM PURGE-WORK-IN-REC
               END-READ
           END-PERFORM.
           CLOSE PURGE-WORK-IN.
           CLOSE ALERT-OUT.

      *    The estate's dates and state stay for the history; the
      *    names and the executor's address go.
       ERASE-ESTATE-RECORDS.
           OPEN INPUT ESTATE-IN.
           IF WS-ESTATE-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PURGE-WORK-OUT.
           PERFORM UNTIL WS-ESTATE-IN-STATUS = "10"
               READ ESTATE-IN INTO WS-ESTATE-RECORD
                   AT END
                       MOVE "10" TO WS-ESTATE-IN-STATUS
                   NOT AT END
                       MOVE "N" TO WS-CAND-FOUND
                       IF ES-CUST-NO NUMERIC
                           MOVE ES-CUST-NO TO WS-LOOK-CUST
                           PERFORM FIND-PURGED-CUSTOMER
                       END-IF
                       IF WS-CAND-FOUND = "Y"
                           MOVE WS-ERASED-NAME TO ES-CUST-NAME
                           MOVE WS-ERASED-NAME TO ES-EXECUTOR-NAME
                           MOVE SPACES TO ES-EXECUTOR-ADDRESS
                           MOVE 0 TO ES-EXECUTOR-ZIP
                           MOVE "Y" TO WS-CAND-ESTATE (CA-IDX)
                           ADD 1 TO WS-ESTATES-ERASED
                       END-IF
                       WRITE PURGE-WORK-OUT-REC FROM WS-ESTATE-RECORD
               END-READ
           END-PERFORM.
           CLOSE ESTATE-IN.
           CLOSE PURGE-WORK-OUT.
           OPEN INPUT PURGE-WORK-IN.
           OPEN OUTPUT ESTATE-OUT.
           MOVE "00" TO WS-WORK-IN-STATUS.
           PERFORM UNTIL WS-WORK-IN-STATUS = "10"
               READ PURGE-WORK-IN
                   AT END
                       MOVE "10" TO WS-WORK-IN-STATUS
                   NOT AT END
                       WRITE ESTATE-OUT-REC FROM PURGE-WORK-IN-REC
               END-READ
           END-PERFORM.
           CLOSE PURGE-WORK-IN.
           CLOSE ESTATE-OUT.

       FIND-PURGED-CUSTOMER.
           SEARCH ALL WS-CAND-ENTRY
               AT END
                   MOVE "N" TO WS-CAND-FOUND
               WHEN WS-CAND-CUST (CA-IDX) = WS-LOOK-CUST
                   IF WS-CAND-PURGED (CA-IDX)
                       MOVE "Y" TO WS-CAND-FOUND
                   END-IF
           END-SEARCH.

       WRITE-CERTIFICATES.
           OPEN EXTEND CERTIFICATE-FILE.
           IF WS-CERT-FILE-STATUS NOT = "00"
               OPEN OUTPUT CERTIFICATE-FILE
           END-IF.
           PERFORM VARYING CA-IDX FROM 1 BY 1
                   UNTIL CA-IDX > WS-CAND-COUNT
               IF WS-CAND-PURGED (CA-IDX)
                   PERFORM WRITE-ONE-CERTIFICATE
               END-IF
           END-PERFORM.
           CLOSE CERTIFICATE-FILE.

       WRITE-ONE-CERTIFICATE.
           ADD 1 TO WS-CERT-SEQ.
           INITIALIZE WS-ERASURE-CERTIFICATE.
           MOVE WS-RUN-CCYYDDD TO EC-CERT-RUN-DATE.
           MOVE WS-CERT-SEQ TO EC-CERT-SEQ.
           MOVE WS-CAND-CUST (CA-IDX) TO EC-CUST-NO.
           MOVE WS-CAND-INTAKE (CA-IDX) TO EC-INTAKE-NO.
           MOVE WS-CAND-LAST-CLOSED (CA-IDX) TO EC-LAST-CLOSED-DATE.
           MOVE WS-RETENTION-DAYS TO EC-RETENTION-DAYS.
           MOVE WS-CAND-MASTER (CA-IDX) TO EC-MASTER-ERASED.
           MOVE WS-CAND-INTAKE-DONE (CA-IDX) TO EC-INTAKE-ERASED.
           MOVE WS-CAND-ESTATE (CA-IDX) TO EC-ESTATE-ERASED.
           MOVE WS-CAND-CORR (CA-IDX) TO EC-CORR-REMOVED.
           MOVE WS-CAND-ALERTS (CA-IDX) TO EC-ALERTS-REMOVED.
           WRITE CERTIFICATE-REC FROM WS-ERASURE-CERTIFICATE.

       REPORT-CANDIDATES.
           PERFORM VARYING CA-IDX FROM 1 BY 1
                   UNTIL CA-IDX > WS-CAND-COUNT
               EVALUATE WS-CAND-STATE (CA-IDX)
                   WHEN "DONE"
                       ADD 1 TO WS-CUSTOMERS-ERASED
                       IF WS-MODE-UPDATE
                           MOVE "ERASED" TO WS-REASON-TEXT
                       ELSE
                           MOVE "WOULD BE ERASED" TO WS-REASON-TEXT
                       END-IF
                   WHEN "HOLD"
                       ADD 1 TO WS-CUSTOMERS-KEPT
                       MOVE "KEPT - LEGAL HOLD" TO WS-REASON-TEXT
                   WHEN "SUSP"
                       ADD 1 TO WS-CUSTOMERS-KEPT
                       MOVE "KEPT - OPEN SUSPENSE" TO WS-REASON-TEXT
                   WHEN "DISP"
                       ADD 1 TO WS-CUSTOMERS-KEPT
                       MOVE "KEPT - OPEN DISPUTE" TO WS-REASON-TEXT
                   WHEN "BALN"
                       ADD 1 TO WS-CUSTOMERS-KEPT
                       MOVE "KEPT - MASTER BALANCE NOT ZERO"
                           TO WS-REASON-TEXT
                   WHEN "PREV"
                       ADD 1 TO WS-ALREADY-ERASED
                       MOVE "ERASED ON AN EARLIER RUN"
                           TO WS-REASON-TEXT
               END-EVALUATE
               IF WS-CAND-STATE (CA-IDX) NOT = "PREV"
                   MOVE SPACES TO PURGE-REPORT-REC
                   STRING "  " WS-CAND-CUST (CA-IDX)
                           " " WS-CAND-INTAKE (CA-IDX)
                           " " WS-CAND-LAST-CLOSED (CA-IDX)
                           "     " WS-REASON-TEXT
                       DELIMITED BY SIZE INTO PURGE-REPORT-REC
                   WRITE PURGE-REPORT-REC
               END-IF
           END-PERFORM.

       WRITE-PURGE-TOTALS.
           MOVE SPACES TO PURGE-REPORT-REC.
           WRITE PURGE-REPORT-REC.
           MOVE SPACES TO PURGE-REPORT-REC.
           STRING "QUALIFYING " WS-CUSTOMERS-QUALIFYING
                   "  ERASED " WS-CUSTOMERS-ERASED
                   "  KEPT " WS-CUSTOMERS-KEPT
                   "  ERASED BEFORE " WS-ALREADY-ERASED
                   "  DEFERRED " WS-DEFERRED-COUNT
               DELIMITED BY SIZE INTO PURGE-REPORT-REC.
           WRITE PURGE-REPORT-REC.
           MOVE SPACES TO PURGE-REPORT-REC.
           STRING "INTAKE RECORDS ERASED " WS-INTAKE-ERASED
                   "  CORRESPONDENCE REMOVED " WS-CORR-REMOVED
                   "  ALERTS REMOVED " WS-ALERTS-REMOVED
                   "  ESTATES ERASED " WS-ESTATES-ERASED
               DELIMITED BY SIZE INTO PURGE-REPORT-REC.
           WRITE PURGE-REPORT-REC.
           IF WS-DEFERRED-COUNT > 0
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "PRVPRG01" TO ER-JOB-STEP
               MOVE "PRVD" TO ER-ERROR-CODE
               MOVE SPACES TO ER-ERROR-TEXT
               STRING "PRIVACY PURGE DEFERRED " WS-DEFERRED-COUNT
                   DELIMITED BY SIZE INTO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               IF WS-STEP-RC < 4
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "PRVPRG01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-SUSPEN-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               READ ACCOUNT-MASTER-FILE
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       SKIP-SUSPENSE-HEADER.
           IF WS-SUSPENSE-FILE-STATUS = "00"
               READ SUSPENSE-FILE
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
       END PROGRAM PRVPRG01.
