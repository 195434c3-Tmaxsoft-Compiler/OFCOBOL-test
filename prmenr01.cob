       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRMENR01.
      ***************************************************************
      *  PRMENR01 - promotional bonus-rate campaign enrollment.
      *  Nightly step after ACCMNT01: marketing's campaign file
      *  (WSPRMCMP) names each offer's bonus rate, term, budget and
      *  qualifying criteria, and every open demand deposit account
      *  not yet enrolled in any campaign is tested against the
      *  campaigns in file order and enrolled (WSPRMENR) in the
      *  first one it qualifies for - opened inside the campaign's
      *  window, on its product, in its region, and in its age
      *  band, each criterion matching anything when left blank.
      *  The age band is derived through AGEDRV01 from the intake
      *  birth date as RGNRPT01 derives it, so a campaign that
      *  names a band cannot enroll a customer with no birth date.
      *  A campaign whose bonus paid has reached its budget cap
      *  enrolls nobody further.  Term deposits earn their fixed
      *  rate through TDMAT01 and loans are not deposits, so
      *  neither is ever enrolled.  INTACC01 pays the bonus at
      *  month end on top of the tier rate; this step ends each
      *  enrollment - expired once its expiry date has come, ended
      *  once its account has closed - and sends the customer an
      *  expiry notice the campaign's notice lead days beforehand.
      *  The notice follows the PRDRET01 mechanics: wording from
      *  the correspondence template file (document PROMOEXP)
      *  through CORTPL01 in the customer's language, the address
      *  block through PTYADR01 and ADDRFMT01, every notice logged
      *  through CORRLOG01, a mail-held customer's notice diverted
      *  to the held-correspondence file, and the notices written
      *  and held reconciled against the notices due.  Marketing's
      *  campaign report shows, per campaign, the enrollments
      *  active, new tonight and ended, the balance on active
      *  enrollments, and the bonus paid to date against budget.
      *  The enrollment file is rewritten whole from the table; an
      *  enrollment file larger than the table stops the step
      *  before anything is written, so no enrollment is lost.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE
               ASSIGN TO "data/promo_campaigns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-FILE-STATUS.
           SELECT ENROLLMENT-FILE-IN
               ASSIGN TO "data/promo_enrollments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-IN-STATUS.
           SELECT ENROLLMENT-FILE-OUT
               ASSIGN TO "data/promo_enrollments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-OUT-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT CUSTOMER-INTAKE-FILE
               ASSIGN TO "data/customer_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-FILE-STATUS.
           SELECT ENROLLMENT-LOG-FILE
               ASSIGN TO "data/promo_enrollment_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT NOTICE-FILE
               ASSIGN TO "data/promo_expiry_notices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.
           SELECT HELD-CORRESPONDENCE-FILE
               ASSIGN TO "data/held_correspondence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.
           SELECT CAMPAIGN-REPORT-FILE
               ASSIGN TO "data/promo_campaign_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-REC                  PIC X(88).

       FD  ENROLLMENT-FILE-IN.
       01  ENROLLMENT-IN-REC             PIC X(72).

       FD  ENROLLMENT-FILE-OUT.
       01  ENROLLMENT-OUT-REC            PIC X(72).

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  CUSTOMER-INTAKE-FILE.
       01  CUSTOMER-INTAKE-REC.
           02 CI-CUST-NO                 PIC 9(6).
           02 CI-CUST-NAME               PIC X(20).
           02 CI-CUST-AGE                PIC 9(3).
           02 CI-BIRTH-DATE              PIC 9(8).

       FD  ENROLLMENT-LOG-FILE.
       01  ENROLLMENT-LOG-REC            PIC X(90).

       FD  NOTICE-FILE.
       01  NOTICE-REC                    PIC X(90).

       FD  HELD-CORRESPONDENCE-FILE.
       01  HELD-CORRESPONDENCE-REC       PIC X(90).

       FD  CAMPAIGN-REPORT-FILE.
       01  CAMPAIGN-REPORT-REC           PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-CAMPAIGN-FILE-STATUS        PIC XX.
       01 WS-ENROLL-IN-STATUS            PIC XX.
       01 WS-ENROLL-OUT-STATUS           PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-INTAKE-FILE-STATUS          PIC XX.
       01 WS-LOG-FILE-STATUS             PIC XX.
       01 WS-NOTICE-FILE-STATUS          PIC XX.
       01 WS-HELD-FILE-STATUS            PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-ACCOUNTS-READ               PIC 9(7) VALUE 0.
       01 WS-ENROLLED-TONIGHT            PIC 9(5) VALUE 0.
       01 WS-EXPIRED-TONIGHT             PIC 9(5) VALUE 0.
       01 WS-ENDED-TONIGHT               PIC 9(5) VALUE 0.
       01 WS-NOTICES-DUE                 PIC 9(5) VALUE 0.
       01 WS-NOTICES-WRITTEN             PIC 9(5) VALUE 0.
       01 WS-NOTICES-HELD                PIC 9(5) VALUE 0.
       01 WS-NOTICE-DEST                 PIC X(1) VALUE "P".
           88 WS-NOTICE-HELD             VALUE "H".
       01 WS-ZIP-DISPLAY                 PIC 9(9).
       01 WS-JOINT-IDX                   PIC 9(2).
       01 WS-FOUND-SWITCH                PIC X(1).
           88 WS-WAS-FOUND               VALUE "Y".
       01 WS-CUSTOMER-SWITCH             PIC X(1).
           88 WS-CUSTOMER-FOUND          VALUE "Y".
       01 WS-CUSTOMER-EOF-SWITCH         PIC X(1) VALUE "N".
           88 WS-CUSTOMER-EOF            VALUE "Y".
       01 WS-QUALIFY-SWITCH              PIC X(1).
           88 WS-ACCOUNT-QUALIFIES       VALUE "Y".
       01 WS-ENROLL-FULL-SWITCH          PIC X(1) VALUE "N".
           88 WS-ENROLLMENT-TABLE-FULL   VALUE "Y".
       01 WS-LOOKUP-CODE                 PIC X(8).
       01 WS-STEP-RETURN                 PIC 9(1) VALUE 0.
       01 WS-RUN-DAY-INTEGER             PIC 9(8).
       01 WS-NOTICE-HORIZON              PIC 9(7).
       01 WS-LEAD-DAYS                   PIC 9(3).
       01 WS-CUSTOMER-BAND               PIC X(8).
       01 WS-LOW-CUST-NO                 PIC 9(6).
       01 WS-BIRTH-FOUND                 PIC X(1).
       01 WS-RATE-PERCENT                PIC 9(3)V999.
       01 WS-RATE-DISPLAY                PIC ZZ9.999.
       01 WS-AMOUNT-DISPLAY              PIC Z(8)9.99.
       01 WS-BUDGET-DISPLAY              PIC Z(8)9.99.
       01 WS-REMAIN-DISPLAY              PIC Z(8)9.99.
       01 WS-BALANCE-DISPLAY             PIC -(9)9.99.
       01 WS-REMAINING-BUDGET            PIC 9(9)V99.
       01 WS-TOTAL-ACTIVE                PIC 9(5) VALUE 0.
       01 WS-TOTAL-ENROLLED-BALANCE      PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-BONUS-PAID            PIC 9(9)V99 VALUE 0.
       01 WS-BAND-NAMES.
           05 FILLER PIC X(8) VALUE "INFANT".
           05 FILLER PIC X(8) VALUE "BABY".
           05 FILLER PIC X(8) VALUE "CHILD".
           05 FILLER PIC X(8) VALUE "TEENAGER".
           05 FILLER PIC X(8) VALUE "ADULT".
           05 FILLER PIC X(8) VALUE "SENIOR".
       01 WS-BAND-NAMES-R REDEFINES WS-BAND-NAMES.
           05 WS-BAND-NAME OCCURS 6 TIMES PIC X(8).
       01 WS-BAND-SLOT                   PIC 9(1).
      *
      *  The campaign file, loaded once, with the bonus already paid
      *  to its enrollments and tonight's counts for the report.
      *
       01 WS-CAMPAIGN-TABLE.
           05 WS-CAMPAIGN-COUNT          PIC 9(3) VALUE 0.
           05 WS-CAMPAIGN-ENTRY OCCURS 50 TIMES INDEXED BY CP-IDX.
               10 WS-CAMPAIGN-RECORD     PIC X(88).
               10 WS-CAMPAIGN-CODE       PIC X(8).
               10 WS-CAMPAIGN-PAID       PIC 9(9)V99.
               10 WS-CAMPAIGN-ACTIVE     PIC 9(5).
               10 WS-CAMPAIGN-NEW        PIC 9(5).
               10 WS-CAMPAIGN-ENDED      PIC 9(5).
               10 WS-CAMPAIGN-BALANCE    PIC S9(11)V99.
      *
      *  Every enrollment on file, in file order, with tonight's new
      *  enrollments added at the end.
      *
       01 WS-ENROLLMENT-TABLE.
           05 WS-ENROLL-COUNT            PIC 9(4) VALUE 0.
           05 WS-ENROLL-ENTRY OCCURS 5000 TIMES INDEXED BY EN-IDX.
               10 WS-ENROLL-ACCT-NO      PIC 9(10).
               10 WS-ENROLL-IMAGE        PIC X(72).
       01 WS-BIRTH-TABLE.
           05 WS-BIRTH-COUNT             PIC 9(4) VALUE 0.
           05 WS-BIRTH-ENTRY OCCURS 1000 TIMES INDEXED BY BI-IDX.
               10 WS-BIRTH-CUST-NO       PIC 9(6).
               10 WS-BIRTH-DATE-VAL      PIC 9(8).
       COPY WSPRMCMP.
       COPY WSPRMENR.
       COPY WSMATDAT.
       COPY WSAGEBND.
       COPY WSAGEDRV.
       COPY WSCDXREF.
       COPY WSADDRFM.
       COPY WSPTYADR.
       COPY WSCORRLG.
       COPY WSCORTPL.
       COPY WSRUNLCK.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       PRMENR01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "PRMENR01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "PRMENR01" TO TP-SOURCE-PROGRAM.
           MOVE "PROMOEXP" TO TP-DOCUMENT.

      *    INTACC01 rewrites the enrollment file at month end under
      *    the MASTERS lock, so this step takes the same lock.
           MOVE "PRMENR01" TO RL-JOB-NAME.
           MOVE "MASTERS" TO RL-LOCK-NAME.
           MOVE WS-RUN-CCYYDDD TO RL-RUN-DATE.
           SET RL-ACTION-ACQUIRE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           IF RL-REFUSED
               DISPLAY "PRMENR01: LOCK " RL-LOCK-NAME
                   " HELD BY " RL-HOLDER-JOB
                   " SINCE " RL-HOLDER-TIME " - NOT STARTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           COMPUTE WS-RUN-DAY-INTEGER =
               FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD).

           PERFORM LOAD-CAMPAIGNS.
           PERFORM LOAD-ENROLLMENTS.
           IF WS-ENROLLMENT-TABLE-FULL
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "PRMENR01" TO ER-JOB-STEP
               MOVE "PMOV" TO ER-ERROR-CODE
               MOVE "OVER 5000 ENROLLMENTS - NOTHING ENROLLED"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               DISPLAY "PRMENR01: ENROLLMENT TABLE FULL -"
                   " NOTHING ENROLLED"
               MOVE 0 TO AT-RECORD-COUNT
               SET AT-MODE-TRAILER TO TRUE
               CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST
               SET RL-ACTION-RELEASE TO TRUE
               CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-BIRTH-DATES.

           PERFORM REVIEW-ACCOUNTS.
           PERFORM WRITE-ENROLLMENTS.
           PERFORM WRITE-CAMPAIGN-REPORT.
           PERFORM RECONCILE-NOTICE-COUNTS.

           DISPLAY "PRMENR01: ACCOUNTS READ=" WS-ACCOUNTS-READ
               " ENROLLED=" WS-ENROLLED-TONIGHT
               " EXPIRED=" WS-EXPIRED-TONIGHT
               " ENDED=" WS-ENDED-TONIGHT.
           DISPLAY "PRMENR01: NOTICES DUE=" WS-NOTICES-DUE
               " WRITTEN=" WS-NOTICES-WRITTEN
               " HELD=" WS-NOTICES-HELD.

           MOVE WS-ACCOUNTS-READ TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           SET RL-ACTION-RELEASE TO TRUE.
           CALL "RUNLOCK01" USING WS-RUN-LOCK-REQUEST.
           MOVE WS-STEP-RETURN TO RETURN-CODE.
           IF PA-PARTY-TABLES-FULL
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-CAMPAIGNS.
           OPEN INPUT CAMPAIGN-FILE.
           IF WS-CAMPAIGN-FILE-STATUS = "00"
               PERFORM UNTIL WS-CAMPAIGN-FILE-STATUS = "10"
                   READ CAMPAIGN-FILE INTO WS-PROMO-CAMPAIGN-RECORD
                       AT END
                           MOVE "10" TO WS-CAMPAIGN-FILE-STATUS
                       NOT AT END
                           IF WS-CAMPAIGN-COUNT < 50
                               PERFORM ADD-CAMPAIGN-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPAIGN-FILE
           END-IF.

       ADD-CAMPAIGN-ENTRY.
           ADD 1 TO WS-CAMPAIGN-COUNT.
           SET CP-IDX TO WS-CAMPAIGN-COUNT.
           MOVE WS-PROMO-CAMPAIGN-RECORD
               TO WS-CAMPAIGN-RECORD (CP-IDX).
           MOVE CP-CAMPAIGN-CODE TO WS-CAMPAIGN-CODE (CP-IDX).
           MOVE 0 TO WS-CAMPAIGN-PAID (CP-IDX).
           MOVE 0 TO WS-CAMPAIGN-ACTIVE (CP-IDX).
           MOVE 0 TO WS-CAMPAIGN-NEW (CP-IDX).
           MOVE 0 TO WS-CAMPAIGN-ENDED (CP-IDX).
           MOVE 0 TO WS-CAMPAIGN-BALANCE (CP-IDX).

      ***************************************************************
      *  The bonus each enrollment has been paid adds to its
      *  campaign's total, the figure the budget cap is held to.
      ***************************************************************
       LOAD-ENROLLMENTS.
           OPEN INPUT ENROLLMENT-FILE-IN.
           IF WS-ENROLL-IN-STATUS = "00"
               PERFORM UNTIL WS-ENROLL-IN-STATUS = "10"
                   READ ENROLLMENT-FILE-IN
                           INTO WS-PROMO-ENROLLMENT-RECORD
                       AT END
                           MOVE "10" TO WS-ENROLL-IN-STATUS
                       NOT AT END
                           PERFORM ADD-ENROLLMENT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE-IN
           END-IF.

       ADD-ENROLLMENT-ENTRY.
           IF WS-ENROLL-COUNT < 5000
               ADD 1 TO WS-ENROLL-COUNT
               SET EN-IDX TO WS-ENROLL-COUNT
               MOVE EN-ACCT-NO TO WS-ENROLL-ACCT-NO (EN-IDX)
               MOVE WS-PROMO-ENROLLMENT-RECORD
                   TO WS-ENROLL-IMAGE (EN-IDX)
               MOVE EN-CAMPAIGN-CODE TO WS-LOOKUP-CODE
               PERFORM FIND-CAMPAIGN-ROW
               IF WS-WAS-FOUND
                   ADD EN-BONUS-PAID TO WS-CAMPAIGN-PAID (CP-IDX)
               END-IF
           ELSE
               MOVE "Y" TO WS-ENROLL-FULL-SWITCH
           END-IF.

       LOAD-BIRTH-DATES.
           OPEN INPUT CUSTOMER-INTAKE-FILE.
           IF WS-INTAKE-FILE-STATUS = "00"
               PERFORM UNTIL WS-BIRTH-COUNT = 1000
                       OR WS-INTAKE-FILE-STATUS = "10"
                   READ CUSTOMER-INTAKE-FILE
                       AT END
                           MOVE "10" TO WS-INTAKE-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-BIRTH-COUNT
                           MOVE CI-CUST-NO TO
                               WS-BIRTH-CUST-NO (WS-BIRTH-COUNT)
                           MOVE CI-BIRTH-DATE TO
                               WS-BIRTH-DATE-VAL (WS-BIRTH-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-INTAKE-FILE
           END-IF.

      ***************************************************************
      *  The account master and the customer master are both in
      *  customer order, so one forward pass of each brings every
      *  account together with its owner.
      ***************************************************************
       REVIEW-ACCOUNTS.
           OPEN OUTPUT ENROLLMENT-LOG-FILE.
           OPEN OUTPUT NOTICE-FILE.
           OPEN EXTEND HELD-CORRESPONDENCE-FILE.
           IF WS-HELD-FILE-STATUS NOT = "00"
               OPEN OUTPUT HELD-CORRESPONDENCE-FILE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM READ-NEXT-CUSTOMER
           ELSE
               MOVE "Y" TO WS-CUSTOMER-EOF-SWITCH
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-ACCOUNTS-READ
                           PERFORM REVIEW-ONE-ACCOUNT
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           MOVE SPACES TO NOTICE-REC.
           STRING "NOTICES=" WS-NOTICES-WRITTEN
                   " HELD=" WS-NOTICES-HELD
                   " DUE=" WS-NOTICES-DUE
               DELIMITED BY SIZE INTO NOTICE-REC.
           WRITE NOTICE-REC.
           CLOSE NOTICE-FILE.
           CLOSE HELD-CORRESPONDENCE-FILE.
           CLOSE ENROLLMENT-LOG-FILE.

       REVIEW-ONE-ACCOUNT.
           PERFORM POSITION-CUSTOMER.
           PERFORM FIND-ENROLLMENT.
           IF WS-WAS-FOUND
               MOVE WS-ENROLL-IMAGE (EN-IDX)
                   TO WS-PROMO-ENROLLMENT-RECORD
               IF EN-ENROLLMENT-ACTIVE
                   PERFORM REVIEW-ONE-ENROLLMENT
                   MOVE WS-PROMO-ENROLLMENT-RECORD
                       TO WS-ENROLL-IMAGE (EN-IDX)
               END-IF
           ELSE
               IF AM-ACCOUNT-OPEN
                       AND AM-DEMAND-ACCOUNT
                       AND NOT AM-LOAN-ACCOUNT
                       AND WS-CUSTOMER-FOUND
                   PERFORM TRY-TO-ENROLL
               END-IF
           END-IF.

       POSITION-CUSTOMER.
           PERFORM READ-NEXT-CUSTOMER
               UNTIL WS-CUSTOMER-EOF
                   OR CN-CUST-NO NOT < AM-CUST-NO.
           MOVE "N" TO WS-CUSTOMER-SWITCH.
           IF NOT WS-CUSTOMER-EOF
               IF CN-CUST-NO = AM-CUST-NO
                   MOVE "Y" TO WS-CUSTOMER-SWITCH
               END-IF
           END-IF.

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-CUSTOMER-EOF-SWITCH
           END-READ.

       FIND-ENROLLMENT.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING EN-IDX FROM 1 BY 1
                   UNTIL EN-IDX > WS-ENROLL-COUNT OR WS-WAS-FOUND
               IF WS-ENROLL-ACCT-NO (EN-IDX) = AM-ACCT-NO
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF WS-WAS-FOUND
               SET EN-IDX DOWN BY 1
           END-IF.

       FIND-CAMPAIGN-ROW.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > WS-CAMPAIGN-COUNT OR WS-WAS-FOUND
               IF WS-CAMPAIGN-CODE (CP-IDX) = WS-LOOKUP-CODE
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF WS-WAS-FOUND
               SET CP-IDX DOWN BY 1
           END-IF.

      ***************************************************************
      *  An active enrollment ends when its account closes and
      *  expires once its expiry date has come (INTACC01 still pays
      *  the days up to expiry at the month end that covers them).
      *  Otherwise it counts toward its campaign on the report, and
      *  once the expiry date is within the notice lead days the
      *  customer is told, once.
      ***************************************************************
       REVIEW-ONE-ENROLLMENT.
           MOVE EN-CAMPAIGN-CODE TO WS-LOOKUP-CODE.
           PERFORM FIND-CAMPAIGN-ROW.
           EVALUATE TRUE
               WHEN NOT AM-ACCOUNT-OPEN
                   MOVE "C" TO EN-STATUS
                   ADD 1 TO WS-ENDED-TONIGHT
                   IF WS-WAS-FOUND
                       ADD 1 TO WS-CAMPAIGN-ENDED (CP-IDX)
                   END-IF
                   PERFORM WRITE-LOG-LINE
               WHEN EN-EXPIRY-DATE NOT > WS-RUN-CCYYDDD
                   MOVE "E" TO EN-STATUS
                   ADD 1 TO WS-EXPIRED-TONIGHT
                   IF WS-WAS-FOUND
                       ADD 1 TO WS-CAMPAIGN-ENDED (CP-IDX)
                   END-IF
                   PERFORM WRITE-LOG-LINE
               WHEN OTHER
                   IF WS-WAS-FOUND
                       ADD 1 TO WS-CAMPAIGN-ACTIVE (CP-IDX)
                       ADD AM-BALANCE TO WS-CAMPAIGN-BALANCE (CP-IDX)
                   END-IF
                   PERFORM JUDGE-EXPIRY-NOTICE
           END-EVALUATE.

       JUDGE-EXPIRY-NOTICE.
           MOVE 30 TO WS-LEAD-DAYS.
           IF WS-WAS-FOUND
               MOVE WS-CAMPAIGN-RECORD (CP-IDX)
                   TO WS-PROMO-CAMPAIGN-RECORD
               IF CP-NOTICE-LEAD-DAYS IS NUMERIC
                       AND CP-NOTICE-LEAD-DAYS > 0
                   MOVE CP-NOTICE-LEAD-DAYS TO WS-LEAD-DAYS
               END-IF
           ELSE
               MOVE EN-CAMPAIGN-CODE TO CP-DESCRIPTION
           END-IF.
           COMPUTE WS-NOTICE-HORIZON = FUNCTION DAY-OF-INTEGER
               (WS-RUN-DAY-INTEGER + WS-LEAD-DAYS).
           IF EN-NOTICE-SENT-DATE = 0
                   AND EN-EXPIRY-DATE NOT > WS-NOTICE-HORIZON
                   AND WS-CUSTOMER-FOUND
               ADD 1 TO WS-NOTICES-DUE
               PERFORM WRITE-EXPIRY-NOTICE
               MOVE WS-RUN-CCYYDDD TO EN-NOTICE-SENT-DATE
           END-IF.

      ***************************************************************
      *  Campaigns are tried in file order and the first whose
      *  criteria all hold takes the account.
      ***************************************************************
       TRY-TO-ENROLL.
           MOVE SPACES TO WS-CUSTOMER-BAND.
           PERFORM DERIVE-CUSTOMER-BAND.
           MOVE "N" TO WS-QUALIFY-SWITCH.
           PERFORM VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > WS-CAMPAIGN-COUNT
                       OR WS-ACCOUNT-QUALIFIES
               MOVE WS-CAMPAIGN-RECORD (CP-IDX)
                   TO WS-PROMO-CAMPAIGN-RECORD
               PERFORM JUDGE-ONE-CAMPAIGN
           END-PERFORM.
           IF WS-ACCOUNT-QUALIFIES
               SET CP-IDX DOWN BY 1
               MOVE WS-CAMPAIGN-RECORD (CP-IDX)
                   TO WS-PROMO-CAMPAIGN-RECORD
               PERFORM ENROLL-ONE-ACCOUNT
           END-IF.

       JUDGE-ONE-CAMPAIGN.
           IF AM-OPEN-DATE NOT < CP-OPEN-FROM-DATE
                   AND AM-OPEN-DATE NOT > CP-OPEN-TO-DATE
                   AND CP-BONUS-RATE > 0
                   AND CP-TERM-MONTHS > 0
                   AND WS-CAMPAIGN-PAID (CP-IDX) < CP-BUDGET-CAP
                   AND (CP-PRODUCT-CODE = SPACES
                       OR CP-PRODUCT-CODE = AM-PRODUCT-CODE)
                   AND (CP-REGION-CODE = SPACES
                       OR CP-REGION-CODE = CN-REGION-CODE)
                   AND (CP-AGE-BAND = SPACES
                       OR CP-AGE-BAND = WS-CUSTOMER-BAND)
               MOVE "Y" TO WS-QUALIFY-SWITCH
           END-IF.

       ENROLL-ONE-ACCOUNT.
           IF WS-ENROLL-COUNT < 5000
               MOVE WS-RUN-CCYYDDD TO MD-START-DATE
               MOVE CP-TERM-MONTHS TO MD-TERM-MONTHS
               CALL "MATDAT01" USING WS-MATURITY-DATE-REQUEST
               MOVE AM-ACCT-NO TO EN-ACCT-NO
               MOVE AM-CUST-NO TO EN-CUST-NO
               MOVE CP-CAMPAIGN-CODE TO EN-CAMPAIGN-CODE
               MOVE CP-BONUS-RATE TO EN-BONUS-RATE
               MOVE WS-RUN-CCYYDDD TO EN-ENROLL-DATE
               MOVE MD-MATURITY-DATE TO EN-EXPIRY-DATE
               MOVE "A" TO EN-STATUS
               MOVE 0 TO EN-NOTICE-SENT-DATE
               MOVE 0 TO EN-BONUS-PAID
               MOVE 0 TO EN-LAST-PAID-DATE
               ADD 1 TO WS-ENROLL-COUNT
               SET EN-IDX TO WS-ENROLL-COUNT
               MOVE AM-ACCT-NO TO WS-ENROLL-ACCT-NO (EN-IDX)
               MOVE WS-PROMO-ENROLLMENT-RECORD
                   TO WS-ENROLL-IMAGE (EN-IDX)
               ADD 1 TO WS-ENROLLED-TONIGHT
               ADD 1 TO WS-CAMPAIGN-NEW (CP-IDX)
               ADD 1 TO WS-CAMPAIGN-ACTIVE (CP-IDX)
               ADD AM-BALANCE TO WS-CAMPAIGN-BALANCE (CP-IDX)
               PERFORM WRITE-LOG-LINE
           ELSE
               PERFORM REPORT-ENROLLMENT-TABLE-FULL
           END-IF.

      *    The bridge to the six-digit intake key goes through
      *    CDXREF01, as RGNRPT01 bands its customers.
       DERIVE-CUSTOMER-BAND.
           MOVE CN-CUST-NO TO XF-MASTER-NO.
           CALL "CDXREF01" USING WS-CUST-XREF-REQUEST.
           MOVE XF-INTAKE-NO TO WS-LOW-CUST-NO.
           MOVE "N" TO WS-BIRTH-FOUND.
           PERFORM VARYING BI-IDX FROM 1 BY 1
                   UNTIL BI-IDX > WS-BIRTH-COUNT
                       OR WS-BIRTH-FOUND = "Y"
               IF WS-BIRTH-CUST-NO (BI-IDX) = WS-LOW-CUST-NO
                   MOVE "Y" TO WS-BIRTH-FOUND
                   MOVE WS-BIRTH-DATE-VAL (BI-IDX)
                       TO AD-BIRTH-DATE
               END-IF
           END-PERFORM.
           IF WS-BIRTH-FOUND = "Y"
               MOVE WS-RUN-CCYYDDD TO AD-RUN-CCYYDDD
               CALL "AGEDRV01" USING WS-AGE-DERIVE-REQUEST
               IF AD-STATUS-OK
                   MOVE AD-DERIVED-AGE TO ITEM-AGE
                   MOVE 0 TO WS-BAND-SLOT
                   EVALUATE TRUE
                       WHEN INFANT
                           MOVE 1 TO WS-BAND-SLOT
                       WHEN BABY
                           MOVE 2 TO WS-BAND-SLOT
                       WHEN CHILD
                           MOVE 3 TO WS-BAND-SLOT
                       WHEN TEENAGER
                           MOVE 4 TO WS-BAND-SLOT
                       WHEN ADULT
                           MOVE 5 TO WS-BAND-SLOT
                       WHEN SENIOR
                           MOVE 6 TO WS-BAND-SLOT
                   END-EVALUATE
                   IF WS-BAND-SLOT > 0
                       MOVE WS-BAND-NAME (WS-BAND-SLOT)
                           TO WS-CUSTOMER-BAND
                   END-IF
               END-IF
           END-IF.

       WRITE-LOG-LINE.
           MOVE SPACES TO ENROLLMENT-LOG-REC.
           EVALUATE TRUE
               WHEN EN-ENROLLMENT-ENDED
                   STRING WS-RUN-CCYYDDD " " EN-ACCT-NO
                           " CUST=" EN-CUST-NO
                           " ENDED    " EN-CAMPAIGN-CODE
                           " ACCOUNT CLOSED"
                       DELIMITED BY SIZE INTO ENROLLMENT-LOG-REC
               WHEN EN-ENROLLMENT-EXPIRED
                   STRING WS-RUN-CCYYDDD " " EN-ACCT-NO
                           " CUST=" EN-CUST-NO
                           " EXPIRED  " EN-CAMPAIGN-CODE
                           " ON " EN-EXPIRY-DATE
                       DELIMITED BY SIZE INTO ENROLLMENT-LOG-REC
               WHEN OTHER
                   STRING WS-RUN-CCYYDDD " " EN-ACCT-NO
                           " CUST=" EN-CUST-NO
                           " ENROLLED " EN-CAMPAIGN-CODE
                           " TO " EN-EXPIRY-DATE
                       DELIMITED BY SIZE INTO ENROLLMENT-LOG-REC
           END-EVALUATE.
           WRITE ENROLLMENT-LOG-REC.

       REPORT-ENROLLMENT-TABLE-FULL.
           IF NOT WS-ENROLLMENT-TABLE-FULL
               MOVE "Y" TO WS-ENROLL-FULL-SWITCH
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "PRMENR01" TO ER-JOB-STEP
               MOVE "PMOV" TO ER-ERROR-CODE
               MOVE "OVER 5000 ENROLLMENTS - REST NOT ENROLLED"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               MOVE 8 TO WS-STEP-RETURN
           END-IF.

       WRITE-EXPIRY-NOTICE.
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
           MOVE "PROMOEXP" TO CO-CORR-TYPE.
           MOVE WS-RUN-CCYYDDD TO CO-RUN-DATE.
           CALL "CORRLOG01" USING WS-CORRESPONDENCE-LOG-REQUEST.
           MOVE CN-LANGUAGE-CODE TO TP-LANGUAGE.
           MOVE 1 TO TP-LINE-NO.
           MOVE WS-RUN-CCYYDDD TO TP-VALUE (1).
           MOVE CN-CUST-NO TO TP-VALUE (2).
           MOVE CN-CUST-NAME TO TP-VALUE (3).
           PERFORM WRITE-TEMPLATE-LINE.
           PERFORM WRITE-ADDRESS-BLOCK.

           MOVE 4 TO TP-LINE-NO.
           PERFORM WRITE-TEMPLATE-LINE.
           MOVE 5 TO TP-LINE-NO.
           MOVE EN-ACCT-NO TO TP-VALUE (1).
           MOVE CP-DESCRIPTION TO TP-VALUE (2).
           PERFORM WRITE-TEMPLATE-LINE.
           MOVE 6 TO TP-LINE-NO.
           COMPUTE WS-RATE-PERCENT = EN-BONUS-RATE * 100.
           MOVE WS-RATE-PERCENT TO WS-RATE-DISPLAY.
           MOVE FUNCTION TRIM (WS-RATE-DISPLAY) TO TP-VALUE (1).
           MOVE EN-EXPIRY-DATE TO TP-VALUE (2).
           PERFORM WRITE-TEMPLATE-LINE.
           MOVE 7 TO TP-LINE-NO.
           PERFORM WRITE-TEMPLATE-LINE.
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

       WRITE-ENROLLMENTS.
           OPEN OUTPUT ENROLLMENT-FILE-OUT.
           PERFORM VARYING EN-IDX FROM 1 BY 1
                   UNTIL EN-IDX > WS-ENROLL-COUNT
               WRITE ENROLLMENT-OUT-REC FROM WS-ENROLL-IMAGE (EN-IDX)
           END-PERFORM.
           CLOSE ENROLLMENT-FILE-OUT.

      ***************************************************************
      *  One block per campaign: enrollments active, new tonight,
      *  and ended tonight, the balance on the active enrollments,
      *  and the bonus paid to date against the budget cap.
      ***************************************************************
       WRITE-CAMPAIGN-REPORT.
           OPEN OUTPUT CAMPAIGN-REPORT-FILE.
           MOVE SPACES TO CAMPAIGN-REPORT-REC.
           STRING "PROMOTIONAL CAMPAIGN REPORT  DATE " WS-RUN-CCYYDDD
               DELIMITED BY SIZE INTO CAMPAIGN-REPORT-REC.
           WRITE CAMPAIGN-REPORT-REC.
           PERFORM VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > WS-CAMPAIGN-COUNT
               PERFORM WRITE-ONE-CAMPAIGN
           END-PERFORM.
           MOVE WS-TOTAL-ENROLLED-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE WS-TOTAL-BONUS-PAID TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CAMPAIGN-REPORT-REC.
           STRING "TOTAL ACTIVE=" WS-TOTAL-ACTIVE
                   " BALANCE=" WS-BALANCE-DISPLAY
                   " BONUS PAID=" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CAMPAIGN-REPORT-REC.
           WRITE CAMPAIGN-REPORT-REC.
           CLOSE CAMPAIGN-REPORT-FILE.

       WRITE-ONE-CAMPAIGN.
           MOVE WS-CAMPAIGN-RECORD (CP-IDX)
               TO WS-PROMO-CAMPAIGN-RECORD.
           COMPUTE WS-RATE-PERCENT = CP-BONUS-RATE * 100.
           MOVE WS-RATE-PERCENT TO WS-RATE-DISPLAY.
           MOVE SPACES TO CAMPAIGN-REPORT-REC.
           STRING CP-CAMPAIGN-CODE " " CP-DESCRIPTION
                   " BONUS " WS-RATE-DISPLAY "%"
                   " TERM " CP-TERM-MONTHS
               DELIMITED BY SIZE INTO CAMPAIGN-REPORT-REC.
           WRITE CAMPAIGN-REPORT-REC.
           MOVE WS-CAMPAIGN-BALANCE (CP-IDX) TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO CAMPAIGN-REPORT-REC.
           STRING "  ACTIVE=" WS-CAMPAIGN-ACTIVE (CP-IDX)
                   " NEW=" WS-CAMPAIGN-NEW (CP-IDX)
                   " ENDED=" WS-CAMPAIGN-ENDED (CP-IDX)
                   " ENROLLED BALANCE=" WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO CAMPAIGN-REPORT-REC.
           WRITE CAMPAIGN-REPORT-REC.
           IF WS-CAMPAIGN-PAID (CP-IDX) < CP-BUDGET-CAP
               COMPUTE WS-REMAINING-BUDGET =
                   CP-BUDGET-CAP - WS-CAMPAIGN-PAID (CP-IDX)
           ELSE
               MOVE 0 TO WS-REMAINING-BUDGET
           END-IF.
           MOVE WS-CAMPAIGN-PAID (CP-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE CP-BUDGET-CAP TO WS-BUDGET-DISPLAY.
           MOVE WS-REMAINING-BUDGET TO WS-REMAIN-DISPLAY.
           MOVE SPACES TO CAMPAIGN-REPORT-REC.
           IF WS-REMAINING-BUDGET = 0
               STRING "  BONUS PAID=" WS-AMOUNT-DISPLAY
                       " BUDGET=" WS-BUDGET-DISPLAY
                       " BUDGET EXHAUSTED"
                   DELIMITED BY SIZE INTO CAMPAIGN-REPORT-REC
           ELSE
               STRING "  BONUS PAID=" WS-AMOUNT-DISPLAY
                       " BUDGET=" WS-BUDGET-DISPLAY
                       " REMAINING=" WS-REMAIN-DISPLAY
                   DELIMITED BY SIZE INTO CAMPAIGN-REPORT-REC
           END-IF.
           WRITE CAMPAIGN-REPORT-REC.
           ADD WS-CAMPAIGN-ACTIVE (CP-IDX) TO WS-TOTAL-ACTIVE.
           ADD WS-CAMPAIGN-BALANCE (CP-IDX)
               TO WS-TOTAL-ENROLLED-BALANCE.
           ADD WS-CAMPAIGN-PAID (CP-IDX) TO WS-TOTAL-BONUS-PAID.

       RECONCILE-NOTICE-COUNTS.
           IF WS-NOTICES-WRITTEN + WS-NOTICES-HELD
                   NOT = WS-NOTICES-DUE
               MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
               MOVE "PRMENR01" TO ER-JOB-STEP
               MOVE "PMNC" TO ER-ERROR-CODE
               MOVE "PROMO EXPIRY NOTICES DO NOT RECONCILE"
                   TO ER-ERROR-TEXT
               CALL "EXCPLOG01" USING WS-ERROR-RECORD
               IF WS-STEP-RETURN < 4
                   MOVE 4 TO WS-STEP-RETURN
               END-IF
           END-IF.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "PRMENR01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               READ CUSTOMER-MASTER-FILE
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
       END PROGRAM PRMENR01.
