       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSKRAT01.
      ***************************************************************
      *  RSKRAT01 - nightly customer risk rating and KYC review
      *  scheduling.  The signals that say a customer is risky are
      *  kept by the steps that raise them - the watch list INTAKE01
      *  screens feeds against, the VELCHK01 velocity hold queue,
      *  the overdraft history COLLCT01 ages, and counsel's legal
      *  holds behind LGLHLD01 - and none of them alone says how
      *  risky the customer is.  This step weighs them together:
      *  each signal present scores its points from the rating
      *  control file, and the total against the medium and high
      *  cut-offs gives the composite rating L / M / H stored on
      *  the customer master.
      *
      *  The review clock runs off the rating.  A completed KYC
      *  review (transaction file below) stamps the review date,
      *  renews the identity-document expiry when a new document
      *  was seen, and sets the next review due that many months
      *  on through MATDAT01 - 36 for low, 24 for medium, 12 for
      *  high unless the control file says otherwise.  A rating
      *  change re-dates the due date from the last review at the
      *  new interval, except that a customer newly rated high is
      *  due for review tonight: ACCMNT01 refuses that customer new
      *  accounts until the review is recorded.  A customer with
      *  no review on file is due tonight.
      *
      *  The master is updated in place under the MASTERS lock the
      *  way ADRCHG01 updates it; every rating change and applied
      *  review is logged, and every review transaction that cannot
      *  apply goes to the reject file with a reason code.
      *
      *  Review transaction layout, any order:
      *    col 1-9    customer number
      *    col 10-16  review date CCYYDDD (blank = tonight)
      *    col 17-23  new ID document expiry CCYYDDD
      *                               (blank = unchanged)
      *    col 24-31  analyst
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATING-CONTROL-FILE
               ASSIGN TO "data/risk_rating_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT WATCH-LIST-FILE
               ASSIGN TO "data/watch_list.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-FILE-STATUS.
           SELECT VELOCITY-HOLD-FILE
               ASSIGN TO "data/velocity_hold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VELOCITY-FILE-STATUS.
           SELECT COLLECTIONS-STATE-FILE
               ASSIGN TO "data/collections_state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-FILE-STATUS.
           SELECT REVIEW-TXN-FILE
               ASSIGN TO "data/kyc_review_txns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT REVIEW-REJECT-FILE
               ASSIGN TO "data/kyc_review_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT RATING-LOG-FILE
               ASSIGN TO "data/risk_rating_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATING-CONTROL-FILE.
       01  RATING-CONTROL-REC.
           02 RC-WATCH-EXACT-POINTS      PIC 9(2).
           02 RC-WATCH-NEAR-POINTS       PIC 9(2).
           02 RC-VELOCITY-POINTS         PIC 9(2).
           02 RC-OVERDRAWN-POINTS        PIC 9(2).
           02 RC-DELINQUENT-POINTS       PIC 9(2).
           02 RC-DELINQUENT-BUCKET       PIC 9(1).
           02 RC-LEGAL-HOLD-POINTS       PIC 9(2).
           02 RC-MEDIUM-AT               PIC 9(2).
           02 RC-HIGH-AT                 PIC 9(2).
           02 RC-LOW-MONTHS              PIC 9(3).
           02 RC-MEDIUM-MONTHS           PIC 9(3).
           02 RC-HIGH-MONTHS             PIC 9(3).

       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-REC.
           02 WL-LISTED-NAME             PIC X(40).

       FD  VELOCITY-HOLD-FILE.
       01  VELOCITY-HOLD-REC.
           02 VH-CUST-NO                 PIC 9(9).
           02 FILLER                     PIC X(58).

       FD  COLLECTIONS-STATE-FILE.
       01  COLLECTIONS-STATE-REC.
           02 CS-CUST-NO                 PIC 9(9).
           02 CS-FIRST-OD-DATE           PIC 9(7).
           02 CS-BUCKET                  PIC 9(1).
           02 CS-LETTER-LEVEL            PIC 9(1).
           02 CS-LETTER-DATE             PIC 9(7).

       FD  REVIEW-TXN-FILE.
       01  REVIEW-TXN-REC.
           02 KR-CUST-NO                 PIC X(9).
           02 KR-REVIEW-DATE             PIC X(7).
           02 KR-ID-EXPIRY-DATE          PIC X(7).
           02 KR-ANALYST                 PIC X(8).

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  REVIEW-REJECT-FILE.
       01  REVIEW-REJECT-REC             PIC X(60).

       FD  RATING-LOG-FILE.
       01  RATING-LOG-REC                PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILE-STATUS         PIC XX.
       01 WS-WATCH-FILE-STATUS           PIC XX.
       01 WS-VELOCITY-FILE-STATUS        PIC XX.
       01 WS-STATE-FILE-STATUS           PIC XX.
       01 WS-TXN-FILE-STATUS             PIC XX.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-REJECT-FILE-STATUS          PIC XX.
       01 WS-LOG-FILE-STATUS             PIC XX.
      *
      *  Scoring rules, defaulted here and replaced by the control
      *  file when it is present.
      *
       01 WS-RATING-RULES.
           05 WS-WATCH-EXACT-POINTS      PIC 9(2) VALUE 10.
           05 WS-WATCH-NEAR-POINTS       PIC 9(2) VALUE 4.
           05 WS-VELOCITY-POINTS         PIC 9(2) VALUE 3.
           05 WS-OVERDRAWN-POINTS        PIC 9(2) VALUE 1.
           05 WS-DELINQUENT-POINTS       PIC 9(2) VALUE 3.
           05 WS-DELINQUENT-BUCKET       PIC 9(1) VALUE 3.
           05 WS-LEGAL-HOLD-POINTS       PIC 9(2) VALUE 4.
           05 WS-MEDIUM-AT               PIC 9(2) VALUE 3.
           05 WS-HIGH-AT                 PIC 9(2) VALUE 6.
           05 WS-LOW-MONTHS              PIC 9(3) VALUE 36.
           05 WS-MEDIUM-MONTHS           PIC 9(3) VALUE 24.
           05 WS-HIGH-MONTHS             PIC 9(3) VALUE 12.
      *
      *  Watch-list names as SCRUB01 keys with their significant
      *  length, compared the INTAKE01 way.
      *
       01 WS-WATCH-TABLE.
           05 WS-WATCH-COUNT             PIC 9(3) VALUE 0.
           05 WS-WATCH-ENTRY OCCURS 100 TIMES INDEXED BY WL-IDX.
               10 WS-WATCH-KEY           PIC X(40).
               10 WS-WATCH-KEY-LEN       PIC 9(2).
       01 WS-SCREEN-KEY                  PIC X(40).
       01 WS-SCREEN-KEY-LEN              PIC 9(2).
       01 WS-COMPARE-LEN                 PIC 9(2).
       01 WS-MEASURE-KEY                 PIC X(40).
       01 WS-MEASURED-LEN                PIC 9(2).
       01 WS-SCAN-IDX                    PIC 9(2).
       01 WS-SCREEN-MATCH                PIC X(5).
      *
      *  Customers with activity on the velocity hold queue.
      *
       01 WS-VELOCITY-TABLE.
           05 WS-VELOCITY-COUNT          PIC 9(4) VALUE 0.
           05 WS-VELOCITY-ENTRY OCCURS 2000 TIMES INDEXED BY VH-IDX.
               10 WS-VEL-CUST-NO         PIC 9(9).
      *
      *  Overdrawn customers and how far aged, from the collections
      *  state COLLCT01 keeps.
      *
       01 WS-OVERDRAFT-TABLE.
           05 WS-OVERDRAFT-COUNT         PIC 9(4) VALUE 0.
           05 WS-OVERDRAFT-ENTRY OCCURS 2000 TIMES INDEXED BY OD-IDX.
               10 WS-OD-CUST-NO          PIC 9(9).
               10 WS-OD-BUCKET           PIC 9(1).
      *
      *  Tonight's completed reviews, marked off as their customers
      *  pass.
      *
       01 WS-REVIEW-TABLE.
           05 WS-REVIEW-COUNT            PIC 9(3) VALUE 0.
           05 WS-REVIEW-ENTRY OCCURS 500 TIMES INDEXED BY RV-IDX.
               10 WS-RVW-CUST-NO         PIC 9(9).
               10 WS-RVW-REVIEW-DATE     PIC 9(7).
               10 WS-RVW-ID-EXPIRY       PIC 9(7).
               10 WS-RVW-ANALYST         PIC X(8).
               10 WS-RVW-IMAGE           PIC X(31).
               10 WS-RVW-MATCHED         PIC X(1).
       01 WS-EDIT-DATE                   PIC X(7).
       01 WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
           05 WS-EDIT-CCYY               PIC X(4).
           05 WS-EDIT-DDD                PIC X(3).
       01 WS-EDIT-RESULT                 PIC X(1).
           88 WS-EDIT-DATE-OK            VALUE "Y".
       01 WS-NEW-ID-EXPIRY               PIC 9(7).
       01 WS-ID-EXPIRY-RESULT            PIC X(1).
           88 WS-ID-EXPIRY-OK            VALUE "Y".
       01 WS-REJECT-REASON               PIC X(4).
       01 WS-FOUND-SWITCH                PIC X(1).
           88 WS-WAS-FOUND               VALUE "Y".
       01 WS-BEFORE-IMAGE                PIC X(229).
       01 WS-OLD-RATING                  PIC X(1).
       01 WS-NEW-RATING                  PIC X(1).
       01 WS-RISK-SCORE                  PIC 9(3).
       01 WS-FACTOR-FLAGS.
           05 WS-FACTOR-WATCH            PIC X(1).
           05 WS-FACTOR-VELOCITY         PIC X(1).
           05 WS-FACTOR-OVERDRAWN        PIC X(1).
           05 WS-FACTOR-DELINQUENT       PIC X(1).
           05 WS-FACTOR-LEGAL            PIC X(1).
       01 WS-REVIEWED-TONIGHT            PIC X(1).
           88 WS-WAS-REVIEWED-TONIGHT    VALUE "Y".
       01 WS-INTERVAL-MONTHS             PIC 9(3).
       01 WS-TXNS-READ                   PIC 9(5) VALUE 0.
       01 WS-TXNS-APPLIED                PIC 9(5) VALUE 0.
       01 WS-TXNS-REJECTED               PIC 9(5) VALUE 0.
       01 WS-CUSTOMERS-READ              PIC 9(7) VALUE 0.
       01 WS-CUSTOMERS-UPDATED           PIC 9(7) VALUE 0.
       01 WS-RATING-CHANGES              PIC 9(7) VALUE 0.
       01 WS-RATED-LOW                   PIC 9(7) VALUE 0.
       01 WS-RATED-MEDIUM                PIC 9(7) VALUE 0.
       01 WS-RATED-HIGH                  PIC 9(7) VALUE 0.
       01 WS-REVIEWS-DUE                 PIC 9(7) VALUE 0.
       COPY WSSCRUB.
       COPY WSLGLHLD.
       COPY WSMATDAT.
       COPY WSCHKDGT.
       COPY WSRUNLCK.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       RSKRAT01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "RSKRAT01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "RSKRAT01" TO RL-JOB-NAME.
           MOVE "MASTERS" TO RL-LOCK-NAME.
           MOVE WS-RUN-CCYYDDD TO RL-RUN-DATE.
           SET RL-ACTION-ACQUIRE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           IF RL-REFUSED
               DISPLAY "RSKRAT01: LOCK " RL-LOCK-NAME
                   " HELD BY " RL-HOLDER-JOB
                   " SINCE " RL-HOLDER-TIME " - NOT STARTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-RATING-CONTROL.
           PERFORM LOAD-WATCH-LIST.
           PERFORM LOAD-VELOCITY-HOLDS.
           PERFORM LOAD-OVERDRAFT-HISTORY.

           OPEN OUTPUT REVIEW-REJECT-FILE.
           OPEN OUTPUT RATING-LOG-FILE.

           PERFORM LOAD-AND-EDIT-REVIEWS.
           PERFORM RATE-MASTER-IN-PLACE.
           PERFORM REJECT-UNMATCHED-REVIEWS.

           CLOSE REVIEW-REJECT-FILE.
           CLOSE RATING-LOG-FILE.

           DISPLAY "RSKRAT01: REVIEWS READ=" WS-TXNS-READ
               " APPLIED=" WS-TXNS-APPLIED
               " REJECTED=" WS-TXNS-REJECTED.
           DISPLAY "RSKRAT01: CUSTOMERS=" WS-CUSTOMERS-READ
               " LOW=" WS-RATED-LOW
               " MEDIUM=" WS-RATED-MEDIUM
               " HIGH=" WS-RATED-HIGH
               " RATING CHANGES=" WS-RATING-CHANGES
               " REVIEWS DUE=" WS-REVIEWS-DUE.

           MOVE WS-CUSTOMERS-UPDATED TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           SET RL-ACTION-RELEASE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           GOBACK.

      ***************************************************************
      *  A missing control file leaves the standing defaults in
      *  force; a malformed one is reported and also falls back to
      *  them rather than rating every customer against garbage.
      ***************************************************************
       LOAD-RATING-CONTROL.
           OPEN INPUT RATING-CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               READ RATING-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-RATING-CONTROL
               END-READ
               CLOSE RATING-CONTROL-FILE
           END-IF.

       TAKE-RATING-CONTROL.
           IF RATING-CONTROL-REC (1:26) NUMERIC
                   AND RC-HIGH-AT > RC-MEDIUM-AT
                   AND RC-MEDIUM-AT > 0
               MOVE RC-WATCH-EXACT-POINTS TO WS-WATCH-EXACT-POINTS
               MOVE RC-WATCH-NEAR-POINTS TO WS-WATCH-NEAR-POINTS
               MOVE RC-VELOCITY-POINTS TO WS-VELOCITY-POINTS
               MOVE RC-OVERDRAWN-POINTS TO WS-OVERDRAWN-POINTS
               MOVE RC-DELINQUENT-POINTS TO WS-DELINQUENT-POINTS
               MOVE RC-DELINQUENT-BUCKET TO WS-DELINQUENT-BUCKET
               MOVE RC-LEGAL-HOLD-POINTS TO WS-LEGAL-HOLD-POINTS
               MOVE RC-MEDIUM-AT TO WS-MEDIUM-AT
               MOVE RC-HIGH-AT TO WS-HIGH-AT
               MOVE RC-LOW-MONTHS TO WS-LOW-MONTHS
               MOVE RC-MEDIUM-MONTHS TO WS-MEDIUM-MONTHS
               MOVE RC-HIGH-MONTHS TO WS-HIGH-MONTHS
           ELSE
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "RSKRAT01" TO ER-JOB-STEP
               MOVE "RSKC" TO ER-ERROR-CODE
               MOVE "RATING CONTROL INVALID - DEFAULTS USED"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
           END-IF.

      ***************************************************************
      *  Compliance's list keyed exactly as INTAKE01 keys it, so a
      *  name the feed screen would catch is caught here too.
      ***************************************************************
       LOAD-WATCH-LIST.
           OPEN INPUT WATCH-LIST-FILE.
           IF WS-WATCH-FILE-STATUS = "00"
               PERFORM UNTIL WS-WATCH-COUNT = 100
                       OR WS-WATCH-FILE-STATUS = "10"
                   READ WATCH-LIST-FILE
                       AT END
                           MOVE "10" TO WS-WATCH-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-WATCH-COUNT
                           MOVE "WATCH-NAME" TO SCR-FIELD-NAME
                           MOVE WL-LISTED-NAME
                               TO SCR-BEFORE-VALUE
                           CALL "SCRUB01" USING WS-SCRUB-REQUEST
                           MOVE SCR-AFTER-VALUE TO
                               WS-WATCH-KEY (WS-WATCH-COUNT)
                           MOVE WS-WATCH-KEY (WS-WATCH-COUNT)
                               TO WS-MEASURE-KEY
                           PERFORM MEASURE-KEY-LENGTH
                           MOVE WS-MEASURED-LEN TO
                               WS-WATCH-KEY-LEN (WS-WATCH-COUNT)
                   END-READ
               END-PERFORM
               CLOSE WATCH-LIST-FILE
           END-IF.

       LOAD-VELOCITY-HOLDS.
           OPEN INPUT VELOCITY-HOLD-FILE.
           IF WS-VELOCITY-FILE-STATUS = "00"
               PERFORM UNTIL WS-VELOCITY-FILE-STATUS = "10"
                   READ VELOCITY-HOLD-FILE
                       AT END
                           MOVE "10" TO WS-VELOCITY-FILE-STATUS
                       NOT AT END
                           PERFORM ADD-VELOCITY-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE VELOCITY-HOLD-FILE
           END-IF.

       ADD-VELOCITY-CUSTOMER.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING VH-IDX FROM 1 BY 1
                   UNTIL VH-IDX > WS-VELOCITY-COUNT
                       OR WS-WAS-FOUND
               IF WS-VEL-CUST-NO (VH-IDX) = VH-CUST-NO
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-WAS-FOUND
                   CONTINUE
               WHEN WS-VELOCITY-COUNT = 2000
                   PERFORM LOG-TABLE-OVERFLOW
               WHEN OTHER
                   ADD 1 TO WS-VELOCITY-COUNT
                   MOVE VH-CUST-NO
                       TO WS-VEL-CUST-NO (WS-VELOCITY-COUNT)
           END-EVALUATE.

       LOAD-OVERDRAFT-HISTORY.
           OPEN INPUT COLLECTIONS-STATE-FILE.
           IF WS-STATE-FILE-STATUS = "00"
               PERFORM UNTIL WS-STATE-FILE-STATUS = "10"
                   READ COLLECTIONS-STATE-FILE
                       AT END
                           MOVE "10" TO WS-STATE-FILE-STATUS
                       NOT AT END
                           PERFORM ADD-OVERDRAFT-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE COLLECTIONS-STATE-FILE
           END-IF.

       ADD-OVERDRAFT-CUSTOMER.
           IF WS-OVERDRAFT-COUNT = 2000
               PERFORM LOG-TABLE-OVERFLOW
           ELSE
               ADD 1 TO WS-OVERDRAFT-COUNT
               SET OD-IDX TO WS-OVERDRAFT-COUNT
               MOVE CS-CUST-NO TO WS-OD-CUST-NO (OD-IDX)
               MOVE CS-BUCKET TO WS-OD-BUCKET (OD-IDX)
           END-IF.

      ***************************************************************
      *  A signal that cannot be held is a customer who may be
      *  under-rated; the overflow goes to the exception log once
      *  per entry dropped and the step ends with return code 8.
      ***************************************************************
       LOG-TABLE-OVERFLOW.
           MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE.
           MOVE "RSKRAT01" TO ER-JOB-STEP.
           MOVE "RSKT" TO ER-ERROR-CODE.
           MOVE "RISK SIGNAL TABLE FULL - ENTRY DROPPED"
               TO ER-ERROR-TEXT.
           CALL "EXCPLOG01" USING WS-ERROR-RECORD.
           MOVE 8 TO RETURN-CODE.

      ***************************************************************
      *  Review edits: customer number numeric and check-digit
      *  valid, review date a real day no later than tonight, new
      *  document expiry (if given) a real day still in the future,
      *  and the analyst named - the review is a compliance record.
      ***************************************************************
       LOAD-AND-EDIT-REVIEWS.
           OPEN INPUT REVIEW-TXN-FILE.
           IF WS-TXN-FILE-STATUS = "00"
               PERFORM UNTIL WS-TXN-FILE-STATUS = "10"
                   READ REVIEW-TXN-FILE
                       AT END
                           MOVE "10" TO WS-TXN-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-TXNS-READ
                           PERFORM EDIT-ONE-REVIEW
                   END-READ
               END-PERFORM
               CLOSE REVIEW-TXN-FILE
           END-IF.

       EDIT-ONE-REVIEW.
           MOVE SPACES TO WS-REJECT-REASON.
           IF KR-CUST-NO NUMERIC
               MOVE KR-CUST-NO TO CD-CUST-NO
               SET CD-ACTION-VALIDATE TO TRUE
               CALL "CHKDGT01" USING WS-CHECK-DIGIT-REQUEST
           END-IF.
           MOVE 0 TO WS-NEW-ID-EXPIRY.
           MOVE "Y" TO WS-ID-EXPIRY-RESULT.
           IF KR-ID-EXPIRY-DATE NOT = SPACES
               MOVE KR-ID-EXPIRY-DATE TO WS-EDIT-DATE
               PERFORM EDIT-JULIAN-DATE
               IF WS-EDIT-DATE-OK
                   MOVE WS-EDIT-DATE TO WS-NEW-ID-EXPIRY
               ELSE
                   MOVE "N" TO WS-ID-EXPIRY-RESULT
               END-IF
           END-IF.
           IF KR-REVIEW-DATE = SPACES
               MOVE WS-RUN-CCYYDDD TO WS-EDIT-DATE
           ELSE
               MOVE KR-REVIEW-DATE TO WS-EDIT-DATE
           END-IF.
           PERFORM EDIT-JULIAN-DATE.
           EVALUATE TRUE
               WHEN KR-CUST-NO NOT NUMERIC
                   MOVE "CUST" TO WS-REJECT-REASON
               WHEN CD-NUMBER-INVALID
                   MOVE "CKDG" TO WS-REJECT-REASON
               WHEN NOT WS-EDIT-DATE-OK
                   MOVE "DATE" TO WS-REJECT-REASON
               WHEN WS-EDIT-DATE > WS-RUN-CCYYDDD
                   MOVE "DATE" TO WS-REJECT-REASON
               WHEN NOT WS-ID-EXPIRY-OK
                   MOVE "IDEX" TO WS-REJECT-REASON
               WHEN WS-NEW-ID-EXPIRY NOT = 0
                       AND WS-NEW-ID-EXPIRY NOT > WS-RUN-CCYYDDD
                   MOVE "IDEX" TO WS-REJECT-REASON
               WHEN KR-ANALYST = SPACES
                   MOVE "ANLY" TO WS-REJECT-REASON
               WHEN WS-REVIEW-COUNT = 500
                   MOVE "FULL" TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-REVIEW-COUNT
                   SET RV-IDX TO WS-REVIEW-COUNT
                   MOVE KR-CUST-NO TO WS-RVW-CUST-NO (RV-IDX)
                   MOVE WS-EDIT-DATE TO WS-RVW-REVIEW-DATE (RV-IDX)
                   MOVE WS-NEW-ID-EXPIRY TO WS-RVW-ID-EXPIRY (RV-IDX)
                   MOVE KR-ANALYST TO WS-RVW-ANALYST (RV-IDX)
                   MOVE REVIEW-TXN-REC TO WS-RVW-IMAGE (RV-IDX)
                   MOVE "N" TO WS-RVW-MATCHED (RV-IDX)
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE SPACES TO REVIEW-REJECT-REC
               STRING WS-REJECT-REASON " " REVIEW-TXN-REC
                   DELIMITED BY SIZE INTO REVIEW-REJECT-REC
               PERFORM WRITE-REVIEW-REJECT
           END-IF.

       EDIT-JULIAN-DATE.
           MOVE "N" TO WS-EDIT-RESULT.
           IF WS-EDIT-DATE NUMERIC
               IF WS-EDIT-CCYY > "1900"
                       AND WS-EDIT-DDD > "000"
                       AND WS-EDIT-DDD < "367"
                   MOVE "Y" TO WS-EDIT-RESULT
               END-IF
           END-IF.

       WRITE-REVIEW-REJECT.
           ADD 1 TO WS-TXNS-REJECTED.
           WRITE REVIEW-REJECT-REC.

      ***************************************************************
      *  One pass over the master in place.  Each record takes its
      *  reviews, is re-rated, has its due date kept in step, and
      *  is REWRITTEN only when something actually moved.
      ***************************************************************
       RATE-MASTER-IN-PLACE.
           OPEN I-O CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-CUSTOMERS-READ
                           PERFORM RATE-ONE-CUSTOMER
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CUSTOMER-MASTER-FILE.

       RATE-ONE-CUSTOMER.
           MOVE WS-CUSTOMER-RECORD-NEW TO WS-BEFORE-IMAGE.
           MOVE CN-RISK-RATING TO WS-OLD-RATING.
           PERFORM APPLY-CUSTOMER-REVIEWS.
           PERFORM SCORE-CUSTOMER-RISK.
           MOVE WS-NEW-RATING TO CN-RISK-RATING.
           PERFORM SCHEDULE-NEXT-REVIEW.

           EVALUATE TRUE
               WHEN CN-RISK-HIGH
                   ADD 1 TO WS-RATED-HIGH
               WHEN CN-RISK-MEDIUM
                   ADD 1 TO WS-RATED-MEDIUM
               WHEN OTHER
                   ADD 1 TO WS-RATED-LOW
           END-EVALUATE.
           IF CN-REVIEW-DUE-DATE NOT > WS-RUN-CCYYDDD
               ADD 1 TO WS-REVIEWS-DUE
           END-IF.

           IF WS-NEW-RATING NOT = WS-OLD-RATING
               ADD 1 TO WS-RATING-CHANGES
               PERFORM LOG-RATING-CHANGE
           END-IF.
           IF WS-CUSTOMER-RECORD-NEW NOT = WS-BEFORE-IMAGE
               PERFORM REWRITE-MASTER-RECORD
           END-IF.

      ***************************************************************
      *  Every review for the customer lands on the record buffer,
      *  in arrival order, before the single REWRITE.
      ***************************************************************
       APPLY-CUSTOMER-REVIEWS.
           MOVE "N" TO WS-REVIEWED-TONIGHT.
           PERFORM VARYING RV-IDX FROM 1 BY 1
                   UNTIL RV-IDX > WS-REVIEW-COUNT
               IF WS-RVW-CUST-NO (RV-IDX) = CN-CUST-NO
                       AND WS-RVW-MATCHED (RV-IDX) = "N"
                   PERFORM APPLY-ONE-REVIEW
               END-IF
           END-PERFORM.

       APPLY-ONE-REVIEW.
           MOVE "Y" TO WS-RVW-MATCHED (RV-IDX).
           MOVE "Y" TO WS-REVIEWED-TONIGHT.
           ADD 1 TO WS-TXNS-APPLIED.
           MOVE WS-RVW-REVIEW-DATE (RV-IDX) TO CN-LAST-REVIEW-DATE.
           IF WS-RVW-ID-EXPIRY (RV-IDX) NOT = 0
               MOVE WS-RVW-ID-EXPIRY (RV-IDX) TO CN-ID-EXPIRY-DATE
           END-IF.
           MOVE SPACES TO RATING-LOG-REC.
           STRING WS-RUN-CCYYDDD " " CN-CUST-NO
                   " REVIEWED " CN-LAST-REVIEW-DATE
                   " BY " WS-RVW-ANALYST (RV-IDX)
                   " ID EXPIRY " CN-ID-EXPIRY-DATE
               DELIMITED BY SIZE INTO RATING-LOG-REC.
           WRITE RATING-LOG-REC.

      ***************************************************************
      *  The composite score: each signal present adds its points,
      *  and the total against the cut-offs gives the rating.  The
      *  factor flags record which signals fired, for the log.
      ***************************************************************
       SCORE-CUSTOMER-RISK.
           MOVE 0 TO WS-RISK-SCORE.
           MOVE ALL "-" TO WS-FACTOR-FLAGS.

           PERFORM SCREEN-AGAINST-WATCH-LIST.
           EVALUATE WS-SCREEN-MATCH
               WHEN "EXACT"
                   MOVE "W" TO WS-FACTOR-WATCH
                   ADD WS-WATCH-EXACT-POINTS TO WS-RISK-SCORE
               WHEN "NEAR"
                   MOVE "N" TO WS-FACTOR-WATCH
                   ADD WS-WATCH-NEAR-POINTS TO WS-RISK-SCORE
           END-EVALUATE.

           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING VH-IDX FROM 1 BY 1
                   UNTIL VH-IDX > WS-VELOCITY-COUNT
                       OR WS-WAS-FOUND
               IF WS-VEL-CUST-NO (VH-IDX) = CN-CUST-NO
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF WS-WAS-FOUND
               MOVE "V" TO WS-FACTOR-VELOCITY
               ADD WS-VELOCITY-POINTS TO WS-RISK-SCORE
           END-IF.

           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING OD-IDX FROM 1 BY 1
                   UNTIL OD-IDX > WS-OVERDRAFT-COUNT
                       OR WS-WAS-FOUND
               IF WS-OD-CUST-NO (OD-IDX) = CN-CUST-NO
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF WS-WAS-FOUND
               SET OD-IDX DOWN BY 1
               MOVE "O" TO WS-FACTOR-OVERDRAWN
               ADD WS-OVERDRAWN-POINTS TO WS-RISK-SCORE
               IF WS-OD-BUCKET (OD-IDX) NOT < WS-DELINQUENT-BUCKET
                   MOVE "D" TO WS-FACTOR-DELINQUENT
                   ADD WS-DELINQUENT-POINTS TO WS-RISK-SCORE
               END-IF
           END-IF.

           MOVE CN-CUST-NO TO LH-CUST-NO.
           MOVE "RISKRATE" TO LH-ACTION.
           MOVE "RSKRAT01" TO LH-SOURCE-PROGRAM.
           CALL "LGLHLD01" USING WS-LEGAL-HOLD-REQUEST.
           IF LH-IS-HELD
               MOVE "L" TO WS-FACTOR-LEGAL
               ADD WS-LEGAL-HOLD-POINTS TO WS-RISK-SCORE
           END-IF.

           EVALUATE TRUE
               WHEN WS-RISK-SCORE NOT < WS-HIGH-AT
                   MOVE "H" TO WS-NEW-RATING
               WHEN WS-RISK-SCORE NOT < WS-MEDIUM-AT
                   MOVE "M" TO WS-NEW-RATING
               WHEN OTHER
                   MOVE "L" TO WS-NEW-RATING
           END-EVALUATE.

      ***************************************************************
      *  The INTAKE01 compare: at the significant length of the
      *  shorter key, EXACT when both end together, NEAR when one
      *  is a leading fragment of the other.
      ***************************************************************
       SCREEN-AGAINST-WATCH-LIST.
           MOVE SPACES TO WS-SCREEN-MATCH.
           MOVE "SCREEN-NAME" TO SCR-FIELD-NAME.
           MOVE SPACES TO SCR-BEFORE-VALUE.
           MOVE CN-CUST-NAME TO SCR-BEFORE-VALUE.
           CALL "SCRUB01" USING WS-SCRUB-REQUEST.
           MOVE SCR-AFTER-VALUE TO WS-SCREEN-KEY.
           MOVE WS-SCREEN-KEY TO WS-MEASURE-KEY.
           PERFORM MEASURE-KEY-LENGTH.
           MOVE WS-MEASURED-LEN TO WS-SCREEN-KEY-LEN.
           IF WS-SCREEN-KEY-LEN > 0
               PERFORM VARYING WL-IDX FROM 1 BY 1
                       UNTIL WL-IDX > WS-WATCH-COUNT
                           OR WS-SCREEN-MATCH = "EXACT"
                   PERFORM JUDGE-ONE-WATCH-KEY
               END-PERFORM
           END-IF.

       JUDGE-ONE-WATCH-KEY.
           IF WS-WATCH-KEY-LEN (WL-IDX) > 0
               IF WS-WATCH-KEY-LEN (WL-IDX) < WS-SCREEN-KEY-LEN
                   MOVE WS-WATCH-KEY-LEN (WL-IDX)
                       TO WS-COMPARE-LEN
               ELSE
                   MOVE WS-SCREEN-KEY-LEN TO WS-COMPARE-LEN
               END-IF
               IF WS-WATCH-KEY (WL-IDX) (1:WS-COMPARE-LEN)
                       = WS-SCREEN-KEY (1:WS-COMPARE-LEN)
                   IF WS-WATCH-KEY-LEN (WL-IDX)
                           = WS-SCREEN-KEY-LEN
                       MOVE "EXACT" TO WS-SCREEN-MATCH
                   ELSE
                       MOVE "NEAR" TO WS-SCREEN-MATCH
                   END-IF
               END-IF
           END-IF.

       MEASURE-KEY-LENGTH.
           MOVE 0 TO WS-MEASURED-LEN.
           PERFORM VARYING WS-SCAN-IDX FROM 40 BY -1
                   UNTIL WS-SCAN-IDX < 1
                       OR WS-MEASURED-LEN > 0
               IF WS-MEASURE-KEY (WS-SCAN-IDX:1) NOT = SPACE
                   MOVE WS-SCAN-IDX TO WS-MEASURED-LEN
               END-IF
           END-PERFORM.

      ***************************************************************
      *  The due date moves only when something gives it cause: a
      *  review tonight restarts the clock at the rating's interval;
      *  a rising to high makes the review due tonight; any other
      *  rating change re-dates from the last review; a customer
      *  never scheduled is dated from the last review, or tonight
      *  with none on file.  Otherwise the date stands, so a review
      *  made due by a high rating stays due until it is recorded.
      ***************************************************************
       SCHEDULE-NEXT-REVIEW.
           EVALUATE TRUE
               WHEN CN-RISK-HIGH
                   MOVE WS-HIGH-MONTHS TO WS-INTERVAL-MONTHS
               WHEN CN-RISK-MEDIUM
                   MOVE WS-MEDIUM-MONTHS TO WS-INTERVAL-MONTHS
               WHEN OTHER
                   MOVE WS-LOW-MONTHS TO WS-INTERVAL-MONTHS
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-WAS-REVIEWED-TONIGHT
                   PERFORM DATE-REVIEW-FROM-LAST
               WHEN CN-RISK-HIGH
                       AND WS-OLD-RATING NOT = "H"
                   MOVE WS-RUN-CCYYDDD TO CN-REVIEW-DUE-DATE
               WHEN WS-NEW-RATING NOT = WS-OLD-RATING
               WHEN CN-REVIEW-DUE-DATE = 0
                   PERFORM DATE-REVIEW-FROM-LAST
           END-EVALUATE.

       DATE-REVIEW-FROM-LAST.
           IF CN-LAST-REVIEW-DATE = 0
               MOVE WS-RUN-CCYYDDD TO CN-REVIEW-DUE-DATE
           ELSE
               MOVE CN-LAST-REVIEW-DATE TO MD-START-DATE
               MOVE WS-INTERVAL-MONTHS TO MD-TERM-MONTHS
               CALL "MATDAT01" USING WS-MATURITY-DATE-REQUEST
               MOVE MD-MATURITY-DATE TO CN-REVIEW-DUE-DATE
           END-IF.

       LOG-RATING-CHANGE.
           MOVE SPACES TO RATING-LOG-REC.
           STRING WS-RUN-CCYYDDD " " CN-CUST-NO
                   " RATING " WS-OLD-RATING " TO " WS-NEW-RATING
                   " SCORE " WS-RISK-SCORE
                   " FACTORS " WS-FACTOR-FLAGS
                   " REVIEW DUE " CN-REVIEW-DUE-DATE
               DELIMITED BY SIZE INTO RATING-LOG-REC.
           WRITE RATING-LOG-REC.

       REWRITE-MASTER-RECORD.
           REWRITE WS-CUSTOMER-RECORD-NEW.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "RSKRAT01: REWRITE FAILED FOR " CN-CUST-NO
                   " STATUS=" WS-MASTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-CUSTOMERS-UPDATED
           END-IF.

       REJECT-UNMATCHED-REVIEWS.
           PERFORM VARYING RV-IDX FROM 1 BY 1
                   UNTIL RV-IDX > WS-REVIEW-COUNT
               IF WS-RVW-MATCHED (RV-IDX) = "N"
                   MOVE SPACES TO REVIEW-REJECT-REC
                   STRING "NFND " WS-RVW-IMAGE (RV-IDX)
                       DELIMITED BY SIZE INTO REVIEW-REJECT-REC
                   PERFORM WRITE-REVIEW-REJECT
               END-IF
           END-PERFORM.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "RSKRAT01" TO LC-PROGRAM-NAME.
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
       END PROGRAM RSKRAT01.
