       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSPRF01.
      ***************************************************************
      *  CUSPRF01 - single-customer profile for the service desk.
      *  CUSINQ01 answers one question about a customer; this
      *  answers all of them at once.  Profile requests come in the
      *  way inquiry requests do - one six-digit intake number per
      *  record, the operator named on the command line - and each
      *  found customer gets one report section per source:
      *    the master record as it stands tonight;
      *    whether counsel's legal-hold list names the customer
      *      (asked of LGLHLD01, which records that the hold was
      *      shown);
      *    every account the customer owns or has a role in force
      *      on, with its balance and state;
      *    the product holdings HLDMNT01 keeps;
      *    the active standing orders - monthly, and not past
      *      their end date - with the account each posts to;
      *    the direct-debit mandates the customer has given
      *      partners, revoked and ended ones included, so the
      *      desk can key a revoke for MNDMNT01 on the spot;
      *    the future-dated items waiting in the warehouse;
      *    the open suspense items (the suspense file holds only
      *      what SUSAGE01 and SUSWOF01 have not cleared);
      *    the fraud holds waiting in the velocity hold queue;
      *    the status-change history STSCHG01 logs;
      *    the most recent correspondence from the CORRLOG01
      *      trail, newest first;
      *    the last thirty days of the posting journal.
      *  Files keyed on the nine-digit master number are bridged to
      *  the request key through CDXREF01 the same way CUSINQ01
      *  bridges them.  Every request, found or not, is written to
      *  the inquiry access log in the CUSINQ01 layout with kind P.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-REQUEST-FILE
               ASSIGN TO "data/customer_profile_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.
           SELECT PROFILE-REPORT-FILE
               ASSIGN TO "data/customer_profile_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "data/account_master.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT ACCOUNT-PARTY-FILE
               ASSIGN TO "data/account_parties.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTY-FILE-STATUS.
           SELECT HOLDINGS-FILE
               ASSIGN TO "data/product_holdings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDINGS-FILE-STATUS.
           SELECT STANDING-ORDER-FILE
               ASSIGN TO "data/standing_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.
           SELECT MANDATE-REGISTER-FILE
               ASSIGN TO "data/mandate_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDATE-FILE-STATUS.
           SELECT WAREHOUSE-FILE
               ASSIGN TO "data/txn_warehouse.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-FILE-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO "data/suspense_adjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
           SELECT VELOCITY-HOLD-FILE
               ASSIGN TO "data/velocity_hold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VELOCITY-FILE-STATUS.
           SELECT STATUS-LOG-FILE
               ASSIGN TO "data/status_change_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG-STATUS.
           SELECT CORRESPONDENCE-HISTORY-FILE
               ASSIGN TO "data/correspondence_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "data/posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT ACCESS-LOG-FILE
               ASSIGN TO "data/inquiry_access_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-REQUEST-FILE.
       01  PROFILE-REQUEST-REC.
           02 PQ-CUST-NO                 PIC 9(6).
           02 PQ-CUST-NO-X REDEFINES PQ-CUST-NO
                                         PIC X(6).
           02 PQ-REQUEST-REST            PIC X(24).

       FD  PROFILE-REPORT-FILE.
       01  PROFILE-REPORT-REC            PIC X(132).

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       FD  ACCOUNT-MASTER-FILE.
       COPY WSACCTM.

       FD  ACCOUNT-PARTY-FILE.
       COPY WSACPTY.

       FD  HOLDINGS-FILE.
       01  HOLDINGS-REC.
           02 PH-CUST-NO                 PIC 9(9).
           02 PH-PROD-KEY                PIC 9(4).

       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-REC.
           02 SO-CUST-NO                 PIC 9(9).
           02 SO-TYPE-CODE               PIC X(2).
           02 SO-SIGN                    PIC X(1).
           02 SO-AMOUNT                  PIC 9(7)V99.
           02 SO-FREQUENCY               PIC X(1).
           02 SO-DAY-OF-MONTH            PIC 9(2).
           02 SO-START-DATE              PIC 9(7).
           02 SO-END-DATE                PIC 9(7).
           02 SO-ACCT-NO                 PIC X(10).

       FD  MANDATE-REGISTER-FILE.
       COPY WSMANDT.

       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-REC.
           02 WH-CUST-NO                 PIC X(9).
           02 WH-TYPE-CODE               PIC X(2).
           02 WH-SIGN                    PIC X(1).
           02 WH-AMOUNT                  PIC 9(7)V99.
           02 WH-VALUE-DATE              PIC X(7).
           02 WH-ORIG-ENTRY              PIC X(13).
           02 WH-ACCT-NO                 PIC X(10).
           02 WH-TRACE-ID                PIC X(13).
           02 WH-ADJUST-CODE             PIC X(1).
           02 WH-PARTNER-ID              PIC X(8).
           02 WH-CURRENCY-CODE           PIC X(3).

       FD  SUSPENSE-FILE.
       COPY WSSUSPEN.

       FD  VELOCITY-HOLD-FILE.
       01  VELOCITY-HOLD-REC.
           02 VH-CUST-NO                 PIC X(9).
           02 VH-TYPE-CODE               PIC X(2).
           02 VH-SIGN                    PIC X(1).
           02 VH-AMOUNT                  PIC 9(7)V99.
           02 VH-VALUE-DATE              PIC X(7).
           02 VH-ORIG-ENTRY              PIC X(13).
           02 VH-ACCT-NO                 PIC X(10).
           02 VH-TRACE-ID                PIC X(13).
           02 VH-CURRENCY-CODE           PIC X(3).

       FD  STATUS-LOG-FILE.
       01  STATUS-LOG-REC.
           02 SL-RUN-DATE                PIC X(7).
           02 FILLER                     PIC X(1).
           02 SL-CUST-NO                 PIC X(9).
           02 FILLER                     PIC X(8).
           02 SL-OLD-STATUS              PIC X(10).
           02 FILLER                     PIC X(4).
           02 SL-NEW-STATUS              PIC X(10).
           02 FILLER                     PIC X(21).

       FD  CORRESPONDENCE-HISTORY-FILE.
       01  CORRESPONDENCE-HISTORY-REC.
           02 CH-CUST-NO                 PIC 9(9).
           02 CH-CORR-TYPE               PIC X(8).
           02 CH-RUN-DATE                PIC 9(7).
           02 CH-CHANNEL                 PIC X(1).

       FD  POSTING-JOURNAL-FILE.
       01  POSTING-JOURNAL-REC           PIC X(90).

       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-REC                PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-REQUEST-FILE-STATUS         PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-ACCOUNT-FILE-STATUS         PIC XX.
       01 WS-PARTY-FILE-STATUS           PIC XX.
       01 WS-HOLDINGS-FILE-STATUS        PIC XX.
       01 WS-ORDER-FILE-STATUS           PIC XX.
       01 WS-MANDATE-FILE-STATUS         PIC XX.
       01 WS-WAREHOUSE-FILE-STATUS       PIC XX.
       01 WS-SUSPENSE-FILE-STATUS        PIC XX.
       01 WS-VELOCITY-FILE-STATUS        PIC XX.
       01 WS-STATUS-LOG-STATUS           PIC XX.
       01 WS-HISTORY-FILE-STATUS         PIC XX.
       01 WS-JOURNAL-FILE-STATUS         PIC XX.
       01 WS-ACCESS-FILE-STATUS          PIC XX.
       01 WS-PROFILES-READ               PIC 9(5) VALUE 0.
       01 WS-PROFILES-FOUND              PIC 9(5) VALUE 0.
       01 WS-PROFILES-NOT-FOUND          PIC 9(5) VALUE 0.
       01 WS-PROFILE-FOUND-SWITCH        PIC X(1).
           88 WS-PROFILE-FOUND           VALUE "Y".
       01 WS-PROFILE-MASTER-NO           PIC 9(9).
       01 WS-CANDIDATE-NO                PIC 9(9).
       01 WS-CANDIDATE-SWITCH            PIC X(1).
           88 WS-CANDIDATE-MATCHES       VALUE "Y".
       01 WS-SECTION-TITLE               PIC X(40).
       01 WS-SECTION-COUNT               PIC 9(5).
       01 WS-JOURNAL-FROM-DATE           PIC 9(7).
       01 WS-SIGNED-EDIT                 PIC -(9)9.99.
       01 WS-AMOUNT-EDIT                 PIC Z(6)9.99.
       01 WS-LIMIT-EDIT                  PIC Z(6)9.99.
       01 WS-ORDER-ACCT-NO               PIC 9(10).
       01 WS-ORDER-END-TEXT              PIC X(7).
       01 WS-MANDATE-STATE-TEXT          PIC X(30).
       01 WS-ROLE-TEXT                   PIC X(8).
       01 WS-ACCOUNT-STATE               PIC X(16).
      *
      *  Roles in force tonight on accounts the customer does not
      *  own, gathered before the account master pass so each of
      *  those accounts lists with its balance too.
      *
       01 WS-ROLE-TABLE.
           05 WS-ROLE-COUNT              PIC 9(3) VALUE 0.
           05 WS-ROLE-ENTRY OCCURS 50 TIMES INDEXED BY RO-IDX.
               10 WS-ROLE-ACCT-NO        PIC 9(10).
               10 WS-ROLE-NAME           PIC X(8).
       01 WS-ROLE-FOUND-SWITCH           PIC X(1).
           88 WS-ROLE-FOUND              VALUE "Y".
       01 WS-HISTORY-TABLE.
           05 WS-HISTORY-COUNT           PIC 9(2) VALUE 0.
           05 WS-HISTORY-ENTRY OCCURS 20 TIMES INDEXED BY CH-IDX.
               10 WS-HIST-TYPE           PIC X(8).
               10 WS-HIST-DATE           PIC 9(7).
               10 WS-HIST-CHANNEL        PIC X(1).
       01 WS-REQUESTER-ID                PIC X(8).
       01 WS-PARM-REQUESTER              PIC X(8).
       01 WS-ACCESS-TIME                 PIC 9(8).
       01 WS-ACCESS-CUST-NO              PIC 9(9).
       01 WS-ACCESS-FOUND                PIC X(1).
       COPY WSLGLHLD.
       COPY WSCDXREF.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.

       PROCEDURE DIVISION.
       CUSPRF01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "CUSPRF01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    Named the same way the CUSINQ01 desk run is, so the
      *    access log answers who looked at a profile.
           ACCEPT WS-PARM-REQUESTER FROM COMMAND-LINE.
           IF WS-PARM-REQUESTER NOT = SPACES
               MOVE WS-PARM-REQUESTER TO WS-REQUESTER-ID
           ELSE
               MOVE "UNKNOWN" TO WS-REQUESTER-ID
           END-IF.

      *    Thirty days of journal, tonight included.
           COMPUTE WS-JOURNAL-FROM-DATE = FUNCTION DAY-OF-INTEGER
               (FUNCTION INTEGER-OF-DAY (WS-RUN-CCYYDDD) - 29).

           OPEN INPUT PROFILE-REQUEST-FILE.
           OPEN OUTPUT PROFILE-REPORT-FILE.

           IF WS-REQUEST-FILE-STATUS = "00"
               PERFORM UNTIL WS-REQUEST-FILE-STATUS = "10"
                   READ PROFILE-REQUEST-FILE
                       AT END
                           MOVE "10" TO WS-REQUEST-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-PROFILES-READ
                           PERFORM ANSWER-ONE-PROFILE
                   END-READ
               END-PERFORM
               CLOSE PROFILE-REQUEST-FILE
           END-IF.

           CLOSE PROFILE-REPORT-FILE.
           DISPLAY "CUSPRF01: REQUESTS READ=" WS-PROFILES-READ
               " FOUND=" WS-PROFILES-FOUND
               " NOT FOUND=" WS-PROFILES-NOT-FOUND.

           MOVE WS-PROFILES-READ TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           GOBACK.

      ***************************************************************
      *  One profile per request.  The master pass writes the
      *  master section as it finds the customer; every other
      *  section follows only for a customer on the master.  The
      *  access line goes out before any section, found or not.
      ***************************************************************
       ANSWER-ONE-PROFILE.
           MOVE SPACES TO PROFILE-REPORT-REC.
           STRING "CUSTOMER PROFILE " PQ-CUST-NO-X
                   "  RUN " WS-RUN-CCYYDDD
                   "  REQUESTED BY " WS-REQUESTER-ID
               DELIMITED BY SIZE INTO PROFILE-REPORT-REC.
           WRITE PROFILE-REPORT-REC.

           MOVE "N" TO WS-PROFILE-FOUND-SWITCH.
           MOVE 0 TO WS-ACCESS-CUST-NO.
           IF PQ-CUST-NO-X IS NUMERIC
               MOVE PQ-CUST-NO TO WS-ACCESS-CUST-NO
               PERFORM FIND-PROFILE-CUSTOMER
           END-IF.
           IF WS-PROFILE-FOUND
               MOVE "Y" TO WS-ACCESS-FOUND
           ELSE
               MOVE "N" TO WS-ACCESS-FOUND
           END-IF.
           PERFORM LOG-ONE-ACCESS.

           IF NOT WS-PROFILE-FOUND
               ADD 1 TO WS-PROFILES-NOT-FOUND
               MOVE SPACES TO PROFILE-REPORT-REC
               MOVE "  NOT ON CUSTOMER MASTER" TO PROFILE-REPORT-REC
               WRITE PROFILE-REPORT-REC
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PROFILES-FOUND.
           PERFORM LIST-LEGAL-HOLD.
           PERFORM LIST-ACCOUNTS.
           PERFORM LIST-HOLDINGS.
           PERFORM LIST-STANDING-ORDERS.
           PERFORM LIST-MANDATES.
           PERFORM LIST-WAREHOUSED-ITEMS.
           PERFORM LIST-OPEN-SUSPENSE.
           PERFORM LIST-FRAUD-HOLDS.
           PERFORM LIST-STATUS-HISTORY.
           PERFORM LIST-CORRESPONDENCE.
           PERFORM LIST-RECENT-JOURNAL.

      ***************************************************************
      *  The flat master is in master-number order, not intake
      *  order, so the whole file is read until the bridge answers
      *  with the request key.
      ***************************************************************
       FIND-PROFILE-CUSTOMER.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
                       OR WS-PROFILE-FOUND
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           MOVE CN-CUST-NO TO WS-CANDIDATE-NO
                           PERFORM CHECK-CANDIDATE
                           IF WS-CANDIDATE-MATCHES
                               MOVE "Y" TO WS-PROFILE-FOUND-SWITCH
                               MOVE CN-CUST-NO TO WS-PROFILE-MASTER-NO
                               PERFORM LIST-MASTER-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       CHECK-CANDIDATE.
           MOVE WS-CANDIDATE-NO TO XF-MASTER-NO.
           CALL "CDXREF01" USING WS-CUST-XREF-REQUEST.
           MOVE "N" TO WS-CANDIDATE-SWITCH.
           IF XF-INTAKE-NO = PQ-CUST-NO
               MOVE "Y" TO WS-CANDIDATE-SWITCH
           END-IF.

       LIST-MASTER-RECORD.
           MOVE "MASTER RECORD" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           MOVE SPACES TO PROFILE-REPORT-REC.
           STRING "    NUMBER " CN-CUST-NO
                   "  NAME " CN-CUST-NAME
                   "  STATUS " CN-CUST-STATUS
                   "  LANGUAGE " CN-LANGUAGE-CODE
               DELIMITED BY SIZE INTO PROFILE-REPORT-REC.
           WRITE PROFILE-REPORT-REC.
           MOVE SPACES TO PROFILE-REPORT-REC.
           STRING "    ADDRESS " CN-ADDRESS
                   "  ZIP " CN-ZIP
               DELIMITED BY SIZE INTO PROFILE-REPORT-REC.
           WRITE PROFILE-REPORT-REC.
           MOVE CN-BALANCE TO WS-SIGNED-EDIT.
           MOVE CN-OVERDRAFT-LIMIT TO WS-LIMIT-EDIT.
           MOVE SPACES TO PROFILE-REPORT-REC.
           STRING "    BALANCE " WS-SIGNED-EDIT
                   "  OVERDRAFT LIMIT " WS-LIMIT-EDIT
                   "  TAX STATUS " CN-TAX-STATUS
                   "  CYCLE " CN-CYCLE-CODE
                   "  REGION " CN-REGION-CODE
                   "  RISK " CN-RISK-RATING
               DELIMITED BY SIZE INTO PROFILE-REPORT-REC.
           WRITE PROFILE-REPORT-REC.
           MOVE SPACES TO PROFILE-REPORT-REC.
           STRING "    LAST ACTIVITY " CN-LAST-ACTIVITY-DATE
                   "  LAST REVIEW " CN-LAST-REVIEW-DATE
                   "  REVIEW DUE " CN-REVIEW-DUE-DATE
                   "  ID EXPIRY " CN-ID-EXPIRY-DATE
                   "  MAIL HOLD " CN-MAIL-HOLD-FLAG
                   " " CN-MAIL-HOLD-DATE
               DELIMITED BY SIZE INTO PROFILE-REPORT-REC.
           WRITE PROFILE-REPORT-REC.
           MOVE SPACES TO PROFILE-REPORT-REC.
           STRING "    PHONE " CN-PHONE-NO
                   "  EMAIL " CN-EMAIL-ADDRESS
               DELIMITED BY SIZE INTO PROFILE-REPORT-REC.
           WRITE PROFILE-REPORT-REC.

      ***************************************************************
      *  Asked of LGLHLD01 like every other reader of the list, so
      *  the hold activity log shows the profile surfaced the hold.
      ***************************************************************
       LIST-LEGAL-HOLD.
           MOVE WS-PROFILE-MASTER-NO TO LH-CUST-NO.
           MOVE "PROFILE" TO LH-ACTION.
           MOVE "CUSPRF01" TO LH-SOURCE-PROGRAM.
           CALL "LGLHLD01" USING WS-LEGAL-HOLD-REQUEST.
           MOVE SPACES TO PROFILE-REPORT-REC.
           IF LH-IS-HELD
               STRING "  LEGAL HOLD  YES  REF " LH-HOLD-REF
                   DELIMITED BY SIZE INTO PROFILE-REPORT-REC
           ELSE
               MOVE "  LEGAL HOLD  NO" TO PROFILE-REPORT-REC
           END-IF.
           WRITE PROFILE-REPORT-REC.

      ***************************************************************
      *  Owned accounts list as PRIMARY; an account the customer
      *  holds a joint, trustee, guardian, or attorney role on
      *  tonight lists under that role.  Closed accounts stay on
      *  the list with their closing date.
      ***************************************************************
       LIST-ACCOUNTS.
           PERFORM GATHER-ACCOUNT-ROLES.
           MOVE "ACCOUNTS" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM SKIP-ACCOUNT-HEADER.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           PERFORM LIST-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           PERFORM WRITE-NONE-IF-EMPTY.

       GATHER-ACCOUNT-ROLES.
           MOVE 0 TO WS-ROLE-COUNT.
           OPEN INPUT ACCOUNT-PARTY-FILE.
           IF WS-PARTY-FILE-STATUS = "00"
               PERFORM UNTIL WS-PARTY-FILE-STATUS = "10"
                   READ ACCOUNT-PARTY-FILE
                       AT END
                           MOVE "10" TO WS-PARTY-FILE-STATUS
                       NOT AT END
                           PERFORM TAKE-ONE-PARTY-ROLE
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-PARTY-FILE
           END-IF.

       TAKE-ONE-PARTY-ROLE.
           IF AP-CUST-NO NUMERIC
                   AND NOT AP-ROLE-PRIMARY
                   AND AP-START-DATE NOT > WS-RUN-CCYYDDD
                   AND (AP-ROLE-OPEN-ENDED
                       OR AP-END-DATE NOT < WS-RUN-CCYYDDD)
                   AND WS-ROLE-COUNT < 50
               MOVE AP-CUST-NO TO WS-CANDIDATE-NO
               PERFORM CHECK-CANDIDATE
               IF WS-CANDIDATE-MATCHES
                   ADD 1 TO WS-ROLE-COUNT
                   SET RO-IDX TO WS-ROLE-COUNT
                   MOVE AP-ACCT-NO TO WS-ROLE-ACCT-NO (RO-IDX)
                   EVALUATE TRUE
                       WHEN AP-ROLE-JOINT
                           MOVE "JOINT" TO WS-ROLE-NAME (RO-IDX)
                       WHEN AP-ROLE-TRUSTEE
                           MOVE "TRUSTEE" TO WS-ROLE-NAME (RO-IDX)
                       WHEN AP-ROLE-GUARDIAN
                           MOVE "GUARDIAN" TO WS-ROLE-NAME (RO-IDX)
                       WHEN AP-ROLE-ATTORNEY
                           MOVE "ATTORNEY" TO WS-ROLE-NAME (RO-IDX)
                       WHEN OTHER
                           MOVE AP-ROLE TO WS-ROLE-NAME (RO-IDX)
                   END-EVALUATE
               END-IF
           END-IF.

       LIST-ONE-ACCOUNT.
           MOVE AM-CUST-NO TO WS-CANDIDATE-NO.
           PERFORM CHECK-CANDIDATE.
           IF WS-CANDIDATE-MATCHES
               MOVE "PRIMARY" TO WS-ROLE-TEXT
           ELSE
               MOVE "N" TO WS-ROLE-FOUND-SWITCH
               PERFORM VARYING RO-IDX FROM 1 BY 1
                       UNTIL RO-IDX > WS-ROLE-COUNT
                           OR WS-ROLE-FOUND
                   IF WS-ROLE-ACCT-NO (RO-IDX) = AM-ACCT-NO
                       MOVE "Y" TO WS-ROLE-FOUND-SWITCH
                       MOVE WS-ROLE-NAME (RO-IDX) TO WS-ROLE-TEXT
                   END-IF
               END-PERFORM
               IF NOT WS-ROLE-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE SPACES TO WS-ACCOUNT-STATE.
           EVALUATE TRUE
               WHEN NOT AM-ACCOUNT-OPEN
                   STRING "CLOSED " AM-CLOSED-DATE
                       DELIMITED BY SIZE INTO WS-ACCOUNT-STATE
               WHEN NOT AM-DEMAND-ACCOUNT
                   STRING "MATURES " AM-MATURITY-DATE
                       DELIMITED BY SIZE INTO WS-ACCOUNT-STATE
           END-EVALUATE.
           MOVE AM-BALANCE TO WS-SIGNED-EDIT.
           MOVE SPACES TO PROFILE-REPORT-REC.
           STRING "    ACCOUNT " AM-ACCT-NO
                   "  ROLE " WS-ROLE-TEXT
                   "  PRODUCT " AM-PRODUCT-CODE
                   "  CLASS " AM-ACCOUNT-CLASS
                   "  BALANCE " WS-SIGNED-EDIT
                   "  OPENED " AM-OPEN-DATE
                   "  " WS-ACCOUNT-STATE
               DELIMITED BY SIZE INTO PROFILE-REPORT-REC.
           WRITE PROFILE-REPORT-REC.
           ADD 1 TO WS-SECTION-COUNT.

       LIST-HOLDINGS.
           MOVE "PRODUCT HOLDINGS" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT HOLDINGS-FILE.
           IF WS-HOLDINGS-FILE-STATUS = "00"
               PERFORM UNTIL WS-HOLDINGS-FILE-STATUS = "10"
                   READ HOLDINGS-FILE
                       AT END
                           MOVE "10" TO WS-HOLDINGS-FILE-STATUS
                       NOT AT END
                           PERFORM LIST-ONE-HOLDING
                   END-READ
               END-PERFORM
               CLOSE HOLDINGS-FILE
           END-IF.
           PERFORM WRITE-NONE-IF-EMPTY.

       LIST-ONE-HOLDING.
           MOVE PH-CUST-NO TO WS-CANDIDATE-NO.
           PERFORM CHECK-CANDIDATE.
           IF WS-CANDIDATE-MATCHES
               MOVE SPACES TO PROFILE-REPORT-REC
               STRING "    PRODUCT KEY " PH-PROD-KEY
                   DELIMITED BY SIZE INTO PROFILE-REPORT-REC
               WRITE PROFILE-REPORT-REC
               ADD 1 TO WS-SECTION-COUNT
           END-IF.

      ***************************************************************
      *  Active means STORD01 will still fire it: a monthly order
      *  whose end date, if it has one, is not behind tonight.  An
      *  order that has not started yet is shown - it is booked.
      ***************************************************************
       LIST-STANDING-ORDERS.
           MOVE "ACTIVE STANDING ORDERS" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT STANDING-ORDER-FILE.
           IF WS-ORDER-FILE-STATUS = "00"
               PERFORM UNTIL WS-ORDER-FILE-STATUS = "10"
                   READ STANDING-ORDER-FILE
                       AT END
                           MOVE "10" TO WS-ORDER-FILE-STATUS
                       NOT AT END
                           IF SO-FREQUENCY = "M"
                                   AND (SO-END-DATE = 0
                                       OR SO-END-DATE
                                           NOT < WS-RUN-CCYYDDD)
                               PERFORM LIST-ONE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF.
           PERFORM WRITE-NONE-IF-EMPTY.

       LIST-ONE-ORDER.
           MOVE SO-CUST-NO TO WS-CANDIDATE-NO.
           PERFORM CHECK-CANDIDATE.
           IF WS-CANDIDATE-MATCHES
               IF SO-ACCT-NO IS NUMERIC
                   MOVE SO-ACCT-NO TO WS-ORDER-ACCT-NO
               ELSE
                   COMPUTE WS-ORDER-ACCT-NO = SO-CUST-NO * 10 + 1
               END-IF
               IF SO-END-DATE = 0
                   MOVE "OPEN" TO WS-ORDER-END-TEXT
               ELSE
                   MOVE SO-END-DATE TO WS-ORDER-END-TEXT
               END-IF
               MOVE SO-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO PROFILE-REPORT-REC
               STRING "    DAY " SO-DAY-OF-MONTH
                       "  TYPE " SO-TYPE-CODE
                       "  " SO-SIGN WS-AMOUNT-EDIT
                       "  ACCOUNT " WS-ORDER-ACCT-NO
                       "  FROM " SO-START-DATE
                       "  TO " WS-ORDER-END-TEXT
                   DELIMITED BY SIZE INTO PROFILE-REPORT-REC
               WRITE PROFILE-REPORT-REC
               ADD 1 TO WS-SECTION-COUNT
           END-IF.

       LIST-MANDATES.
           MOVE "DIRECT-DEBIT MANDATES" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT MANDATE-REGISTER-FILE.
           IF WS-MANDATE-FILE-STATUS = "00"
               PERFORM UNTIL WS-MANDATE-FILE-STATUS = "10"
                   READ MANDATE-REGISTER-FILE
                       AT END
                           MOVE "10" TO WS-MANDATE-FILE-STATUS
                       NOT AT END
                           PERFORM LIST-ONE-MANDATE
                   END-READ
               END-PERFORM
               CLOSE MANDATE-REGISTER-FILE
           END-IF.
           PERFORM WRITE-NONE-IF-EMPTY.

      ***************************************************************
      *  The state shown is the one POSTED01 would judge a debit by
      *  tonight; the mandate number is what the desk keys on a
      *  revoke.
      ***************************************************************
       LIST-ONE-MANDATE.
           MOVE MN-CUST-NO TO WS-CANDIDATE-NO.
           PERFORM CHECK-CANDIDATE.
           IF WS-CANDIDATE-MATCHES
               MOVE SPACES TO WS-MANDATE-STATE-TEXT
               EVALUATE TRUE
                   WHEN MN-REVOKED
                       STRING "REVOKED " MN-REVOKED-DATE
                               " BY " MN-REVOKED-BY
                           DELIMITED BY SIZE
                           INTO WS-MANDATE-STATE-TEXT
                   WHEN MN-START-DATE > WS-RUN-CCYYDDD
                       MOVE "NOT YET STARTED"
                           TO WS-MANDATE-STATE-TEXT
                   WHEN NOT MN-OPEN-ENDED
                           AND MN-END-DATE < WS-RUN-CCYYDDD
                       MOVE "ENDED" TO WS-MANDATE-STATE-TEXT
                   WHEN OTHER
                       MOVE "ACTIVE" TO WS-MANDATE-STATE-TEXT
               END-EVALUATE
               IF MN-OPEN-ENDED
                   MOVE "OPEN" TO WS-ORDER-END-TEXT
               ELSE
                   MOVE MN-END-DATE TO WS-ORDER-END-TEXT
               END-IF
               MOVE MN-MAX-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO PROFILE-REPORT-REC
               STRING "    " MN-MANDATE-NO
                       "  PARTNER " MN-PARTNER-ID
                       "  ACCOUNT " MN-ACCT-NO
                       "  MAX " WS-AMOUNT-EDIT
                       "  FREQ " MN-FREQUENCY
                       "  " MN-START-DATE "-" WS-ORDER-END-TEXT
                       "  " WS-MANDATE-STATE-TEXT
                   DELIMITED BY SIZE INTO PROFILE-REPORT-REC
               WRITE PROFILE-REPORT-REC
               ADD 1 TO WS-SECTION-COUNT
           END-IF.

       LIST-WAREHOUSED-ITEMS.
           MOVE "WAREHOUSED FUTURE ITEMS" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT WAREHOUSE-FILE.
           IF WS-WAREHOUSE-FILE-STATUS = "00"
               PERFORM UNTIL WS-WAREHOUSE-FILE-STATUS = "10"
                   READ WAREHOUSE-FILE
                       AT END
                           MOVE "10" TO WS-WAREHOUSE-FILE-STATUS
                       NOT AT END
                           IF WH-CUST-NO IS NUMERIC
                               PERFORM LIST-ONE-WAREHOUSED-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAREHOUSE-FILE
           END-IF.
           PERFORM WRITE-NONE-IF-EMPTY.

       LIST-ONE-WAREHOUSED-ITEM.
           MOVE WH-CUST-NO TO WS-CANDIDATE-NO.
           PERFORM CHECK-CANDIDATE.
           IF WS-CANDIDATE-MATCHES
               MOVE 0 TO WS-AMOUNT-EDIT
               IF WH-AMOUNT IS NUMERIC
                   MOVE WH-AMOUNT TO WS-AMOUNT-EDIT
               END-IF
               MOVE SPACES TO PROFILE-REPORT-REC
               STRING "    VALUE DATE " WH-VALUE-DATE
                       "  TYPE " WH-TYPE-CODE
                       "  " WH-SIGN WS-AMOUNT-EDIT
                       "  ACCOUNT " WH-ACCT-NO
                       "  TRACE " WH-TRACE-ID
                   DELIMITED BY SIZE INTO PROFILE-REPORT-REC
               WRITE PROFILE-REPORT-REC
               ADD 1 TO WS-SECTION-COUNT
           END-IF.

      ***************************************************************
      *  POSTAP01 keys a suspended item on the low-order six digits
      *  of the customer number, which is the request key itself.
      ***************************************************************
       LIST-OPEN-SUSPENSE.
           MOVE "OPEN SUSPENSE ITEMS" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT SUSPENSE-FILE.
           PERFORM SKIP-SUSPENSE-HEADER.
           IF WS-SUSPENSE-FILE-STATUS = "00"
               PERFORM UNTIL WS-SUSPENSE-FILE-STATUS = "10"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "10" TO WS-SUSPENSE-FILE-STATUS
                       NOT AT END
                           IF SU-FROM-ACCT-KEY = PQ-CUST-NO-X
                               PERFORM LIST-ONE-SUSPENSE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.
           PERFORM WRITE-NONE-IF-EMPTY.

       LIST-ONE-SUSPENSE-ITEM.
           MOVE SU-SHORTFALL-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PROFILE-REPORT-REC.
           STRING "    SUSPENDED " SU-RUN-DATE
                   "  BY " SU-JOB-STEP
                   "  REASON " SU-REASON-CODE
                   "  AMOUNT " WS-AMOUNT-EDIT
                   "  TRACE " SU-TRACE-ID
               DELIMITED BY SIZE INTO PROFILE-REPORT-REC.
           WRITE PROFILE-REPORT-REC.
           ADD 1 TO WS-SECTION-COUNT.

       LIST-FRAUD-HOLDS.
           MOVE "FRAUD HOLDS" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT VELOCITY-HOLD-FILE.
           IF WS-VELOCITY-FILE-STATUS = "00"
               PERFORM UNTIL WS-VELOCITY-FILE-STATUS = "10"
                   READ VELOCITY-HOLD-FILE
                       AT END
                           MOVE "10" TO WS-VELOCITY-FILE-STATUS
                       NOT AT END
                           IF VH-CUST-NO IS NUMERIC
                               PERFORM LIST-ONE-FRAUD-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VELOCITY-HOLD-FILE
           END-IF.
           PERFORM WRITE-NONE-IF-EMPTY.

       LIST-ONE-FRAUD-HOLD.
           MOVE VH-CUST-NO TO WS-CANDIDATE-NO.
           PERFORM CHECK-CANDIDATE.
           IF WS-CANDIDATE-MATCHES
               MOVE 0 TO WS-AMOUNT-EDIT
               IF VH-AMOUNT IS NUMERIC
                   MOVE VH-AMOUNT TO WS-AMOUNT-EDIT
               END-IF
               MOVE SPACES TO PROFILE-REPORT-REC
               STRING "    HELD  TYPE " VH-TYPE-CODE
                       "  " VH-SIGN WS-AMOUNT-EDIT
                       "  VALUE DATE " VH-VALUE-DATE
                       "  ACCOUNT " VH-ACCT-NO
                       "  TRACE " VH-TRACE-ID
                   DELIMITED BY SIZE INTO PROFILE-REPORT-REC
               WRITE PROFILE-REPORT-REC
               ADD 1 TO WS-SECTION-COUNT
           END-IF.

       LIST-STATUS-HISTORY.
           MOVE "STATUS CHANGES" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT STATUS-LOG-FILE.
           IF WS-STATUS-LOG-STATUS = "00"
               PERFORM UNTIL WS-STATUS-LOG-STATUS = "10"
                   READ STATUS-LOG-FILE
                       AT END
                           MOVE "10" TO WS-STATUS-LOG-STATUS
                       NOT AT END
                           IF SL-CUST-NO IS NUMERIC
                               PERFORM LIST-ONE-STATUS-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATUS-LOG-FILE
           END-IF.
           PERFORM WRITE-NONE-IF-EMPTY.

       LIST-ONE-STATUS-CHANGE.
           MOVE SL-CUST-NO TO WS-CANDIDATE-NO.
           PERFORM CHECK-CANDIDATE.
           IF WS-CANDIDATE-MATCHES
               MOVE SPACES TO PROFILE-REPORT-REC
               STRING "    " SL-RUN-DATE
                       "  " SL-OLD-STATUS
                       " TO " SL-NEW-STATUS
                   DELIMITED BY SIZE INTO PROFILE-REPORT-REC
               WRITE PROFILE-REPORT-REC
               ADD 1 TO WS-SECTION-COUNT
           END-IF.

      ***************************************************************
      *  The last twenty pieces sent, newest first, kept the way
      *  CUSINQ01 keeps them.
      ***************************************************************
       LIST-CORRESPONDENCE.
           MOVE "RECENT CORRESPONDENCE" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           MOVE 0 TO WS-HISTORY-COUNT.
           OPEN INPUT CORRESPONDENCE-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-FILE-STATUS = "10"
                   READ CORRESPONDENCE-HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-HISTORY-FILE-STATUS
                       NOT AT END
                           PERFORM KEEP-ONE-HISTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CORRESPONDENCE-HISTORY-FILE
           END-IF.
           PERFORM VARYING CH-IDX FROM WS-HISTORY-COUNT BY -1
                   UNTIL CH-IDX < 1
               MOVE SPACES TO PROFILE-REPORT-REC
               STRING "    SENT " WS-HIST-DATE (CH-IDX)
                       " " WS-HIST-TYPE (CH-IDX)
                       " CHANNEL=" WS-HIST-CHANNEL (CH-IDX)
                   DELIMITED BY SIZE INTO PROFILE-REPORT-REC
               WRITE PROFILE-REPORT-REC
               ADD 1 TO WS-SECTION-COUNT
           END-PERFORM.
           PERFORM WRITE-NONE-IF-EMPTY.

       KEEP-ONE-HISTORY-ENTRY.
           MOVE CH-CUST-NO TO WS-CANDIDATE-NO.
           PERFORM CHECK-CANDIDATE.
           IF WS-CANDIDATE-MATCHES
               IF WS-HISTORY-COUNT = 20
                   PERFORM VARYING CH-IDX FROM 1 BY 1
                           UNTIL CH-IDX > 19
                       MOVE WS-HISTORY-ENTRY (CH-IDX + 1)
                           TO WS-HISTORY-ENTRY (CH-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-HISTORY-COUNT
               END-IF
               ADD 1 TO WS-HISTORY-COUNT
               SET CH-IDX TO WS-HISTORY-COUNT
               MOVE CH-CORR-TYPE TO WS-HIST-TYPE (CH-IDX)
               MOVE CH-RUN-DATE TO WS-HIST-DATE (CH-IDX)
               MOVE CH-CHANNEL TO WS-HIST-CHANNEL (CH-IDX)
           END-IF.

      ***************************************************************
      *  Journal lines for the customer dated inside the window,
      *  as posted - sweep legs included, since they moved the
      *  customer's money too.
      ***************************************************************
       LIST-RECENT-JOURNAL.
           MOVE SPACES TO WS-SECTION-TITLE.
           STRING "POSTING JOURNAL SINCE " WS-JOURNAL-FROM-DATE
               DELIMITED BY SIZE INTO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT POSTING-JOURNAL-FILE.
           PERFORM SKIP-POSTING-HEADER.
           IF WS-JOURNAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-FILE-STATUS = "10"
                   READ POSTING-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-JOURNAL-FILE-STATUS
                       NOT AT END
                           IF POSTING-JOURNAL-REC (1:7) IS NUMERIC
                                   AND POSTING-JOURNAL-REC (9:9)
                                       IS NUMERIC
                                   AND POSTING-JOURNAL-REC (1:7)
                                       NOT < WS-JOURNAL-FROM-DATE
                               PERFORM LIST-ONE-JOURNAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-JOURNAL-FILE
           END-IF.
           PERFORM WRITE-NONE-IF-EMPTY.

       LIST-ONE-JOURNAL-LINE.
           MOVE POSTING-JOURNAL-REC (9:9) TO WS-CANDIDATE-NO.
           PERFORM CHECK-CANDIDATE.
           IF WS-CANDIDATE-MATCHES
               MOVE SPACES TO PROFILE-REPORT-REC
               STRING "    " POSTING-JOURNAL-REC
                   DELIMITED BY SIZE INTO PROFILE-REPORT-REC
               WRITE PROFILE-REPORT-REC
               ADD 1 TO WS-SECTION-COUNT
           END-IF.

       WRITE-SECTION-HEADING.
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE SPACES TO PROFILE-REPORT-REC.
           STRING "  " WS-SECTION-TITLE
               DELIMITED BY SIZE INTO PROFILE-REPORT-REC.
           WRITE PROFILE-REPORT-REC.

       WRITE-NONE-IF-EMPTY.
           IF WS-SECTION-COUNT = 0
               MOVE SPACES TO PROFILE-REPORT-REC
               MOVE "    NONE" TO PROFILE-REPORT-REC
               WRITE PROFILE-REPORT-REC
           END-IF.

      ***************************************************************
      *  Same access line CUSINQ01 writes, kind P for a profile:
      *  run date, requester, request key, time, kind, found flag.
      ***************************************************************
       LOG-ONE-ACCESS.
           ACCEPT WS-ACCESS-TIME FROM TIME.
           OPEN EXTEND ACCESS-LOG-FILE.
           IF WS-ACCESS-FILE-STATUS NOT = "00"
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF.
           MOVE SPACES TO ACCESS-LOG-REC.
           MOVE WS-RUN-CCYYDDD TO ACCESS-LOG-REC (1:7).
           MOVE WS-REQUESTER-ID TO ACCESS-LOG-REC (9:8).
           MOVE WS-ACCESS-CUST-NO TO ACCESS-LOG-REC (18:9).
           MOVE WS-ACCESS-TIME (1:6) TO ACCESS-LOG-REC (28:6).
           MOVE "P" TO ACCESS-LOG-REC (35:1).
           MOVE WS-ACCESS-FOUND TO ACCESS-LOG-REC (37:1).
           WRITE ACCESS-LOG-REC.
           CLOSE ACCESS-LOG-FILE.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "CUSPRF01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-ACCTM-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-POSTJRNL-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           MOVE LV-SUSPEN-LAYOUT TO LC-EXPECTED-LAYOUT.
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

       SKIP-SUSPENSE-HEADER.
           IF WS-SUSPENSE-FILE-STATUS = "00"
               READ SUSPENSE-FILE
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
       END PROGRAM CUSPRF01.
