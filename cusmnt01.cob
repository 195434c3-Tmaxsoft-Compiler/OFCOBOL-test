      *    col 31-70  address         (blank on C = leave as is)
      *    col 71-79  zip             (zero on C = leave as is)
      *    col 80-90  opening balance (A only, 9(9)V99 unsigned)
      *    col 91-97  ID document expiry CCYYDDD
      *                               (zero on C = leave as is)
      *    col 98-99  correspondence language, e.g. EN / KO
      *                               (blank on A = EN,
      *                                blank on C = leave as is)
      *    col 100-114 mobile phone   (blank on C = leave as is)
      *    col 115-164 email address  (blank on C = leave as is)
      *    col 165-219 alert subscriptions, five 11-byte slots in
      *               type order FH LB LD OD SC (see WSALTSUB):
      *                 action    S(ubscribe) / U(nsubscribe) /
      *                           blank = leave as is
      *                 channel   S(MS) / E(mail) / B(oth)
      *                 threshold 9(7)V99, LB and LD only
      *    col 220-228 overdraft limit 9(7)V99
      *                               (blank = leave as is)
      *    col 229    tax status N / W(ithhold)
      *                               (blank = leave as is)
      *    col 230-234 withholding rate 9V9(4)
      *                               (blank = leave as is)
      *    col 235-242 user who entered the transaction
      *    col 243-251 taxpayer ID, nine digits
      *                               (blank = leave as is)
      *    col 252-254 marketing contact preferences, one byte
      *               each for mail, telephone and email:
      *                 Y  do not solicit by that channel
      *                 N  may be solicited
      *                               (blank on A = N,
      *                                blank on C = leave as is)
      *
      *  An add, or a change that supplies an address or ZIP, must
      *  pass the ADRVAL01 postal check on the address the master
      *  will end up holding (the change merged over the record);
      *  a ZIP the post office does not have is rejected ZIPX and a
      *  city that does not belong to the ZIP is rejected CITY.
      *
      *  A phone number that is not digits (optionally led by +) is
      *  rejected PHON, an email address without one @ and a dotted
      *  domain MAIL.  The alert slots maintain the customer's
      *  records on the alert subscription file ALRTEX01 reads,
      *  updated alongside the master in customer order: a slot
      *  that is not S, U or blank, or a subscription without a
      *  valid channel and threshold, is rejected ASUB, and one to
      *  a channel whose phone or email is not on file ACON.  A
      *  deleted customer's subscriptions go with the record.
      *
      *  A marketing preference that is not Y, N or blank is
      *  rejected PREF.  Preferences are never held for dual
      *  control - a customer who asks not to be contacted is owed
      *  that from the next offer run, not after an approval - and
      *  every change to them is logged with the user who keyed it,
      *  as the record of what the customer asked for and when.
      *
      *  Dual control: a change to a field named on the dual-
      *  control file (as shipped: overdraft limit, tax status,
      *  withholding rate, name, address and taxpayer ID) is not
      *  applied.  It is queued on the pending change file
      *  (WSPNDCHG) with the user who entered it and the last
      *  business day it may be approved on; MCKAPR01 takes a
      *  second, different user's decision, and an approved change
      *  is applied here on the next run as its master record
      *  passes, logged with both users.  A sensitive change with
      *  no entering user is rejected MAKR, one to a field that
      *  already has a change waiting PEND, and an overdraft
      *  limit, tax status or withholding rate that does not edit
      *  ODLM, TAXS or WHRT.  A taxpayer ID that is not nine digits
      *  is rejected TXID - it is the number TAXRTN01 reports the
      *  customer's interest under to the tax authority.  On an
      *  add the name, address and taxpayer ID go straight onto
      *  the new record - there is nothing yet to protect - but a
      *  new customer's overdraft limit, tax status and
      *  withholding rate still wait for approval.  An approved
      *  change whose customer has left the master is cancelled.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "data/cust_maint_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT ALERT-SUB-IN
               ASSIGN TO "data/alert_subscriptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-IN-STATUS.
           SELECT ALERT-SUB-WORK
               ASSIGN TO "data/alert_subscriptions_wrk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-WORK-STATUS.
           SELECT ALERT-SUB-OUT
               ASSIGN TO "data/alert_subscriptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-OUT-STATUS.
           SELECT DUAL-CONTROL-FILE
               ASSIGN TO "data/dual_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUAL-FILE-STATUS.
           SELECT PENDING-CHANGE-IN
               ASSIGN TO "data/master_pending_changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-IN-STATUS.
           SELECT PENDING-CHANGE-OUT
               ASSIGN TO "data/master_pending_changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-OUT-STATUS.
           SELECT CHANGE-HISTORY-FILE
               ASSIGN TO "data/master_change_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 MT-ADDRESS                 PIC X(40).
           02 MT-ZIP                     PIC 9(9).
           02 MT-BALANCE                 PIC 9(9)V99.
           02 MT-ID-EXPIRY-DATE          PIC 9(7).
           02 MT-LANGUAGE-CODE           PIC X(2).
           02 MT-PHONE-NO                PIC X(15).
           02 MT-EMAIL-ADDRESS           PIC X(50).
           02 MT-ALERT-SLOT OCCURS 5 TIMES.
               03 MT-SLOT-ACTION         PIC X(1).
               03 MT-SLOT-CHANNEL        PIC X(1).
               03 MT-SLOT-THRESHOLD      PIC 9(7)V99.
           02 MT-OVERDRAFT-LIMIT         PIC 9(7)V99.
           02 MT-OVERDRAFT-LIMIT-X REDEFINES MT-OVERDRAFT-LIMIT
                                         PIC X(9).
           02 MT-TAX-STATUS              PIC X(1).
           02 MT-WITHHOLD-RATE           PIC 9V9(4).
           02 MT-WITHHOLD-RATE-X REDEFINES MT-WITHHOLD-RATE
                                         PIC X(5).
           02 MT-ENTERED-BY              PIC X(8).
           02 MT-TAXPAYER-ID             PIC X(9).
           02 MT-MARKETING-PREFS.
               03 MT-DO-NOT-MAIL         PIC X(1).
               03 MT-DO-NOT-CALL         PIC X(1).
               03 MT-DO-NOT-EMAIL        PIC X(1).

       FD  MASTER-WORK-FILE.
       01  MASTER-WORK-REC.
           05 MW-WITHHOLD-RATE           PIC 9V9(4).
           05 MW-CYCLE-CODE              PIC 9(2).
           05 MW-REGION-CODE             PIC X(2).
           05 MW-RISK-RATING             PIC X(1).
           05 MW-LAST-REVIEW-DATE        PIC 9(7).
           05 MW-REVIEW-DUE-DATE         PIC 9(7).
           05 MW-ID-EXPIRY-DATE          PIC 9(7).
           05 MW-LANGUAGE-CODE           PIC X(2).
           05 MW-PHONE-NO                PIC X(15).
           05 MW-EMAIL-ADDRESS           PIC X(50).
           05 MW-TAXPAYER-ID             PIC X(9).
           05 MW-DO-NOT-MAIL             PIC X(1).
           05 MW-DO-NOT-CALL             PIC X(1).
           05 MW-DO-NOT-EMAIL            PIC X(1).

       FD  CUSTOMER-MASTER-OUT.
       01  CUSTOMER-MASTER-OUT-REC       PIC X(229).

       FD  MAINT-REJECT-FILE.
       01  MAINT-REJECT-REC              PIC X(260).

       FD  MAINT-LOG-FILE.
       01  MAINT-LOG-REC                 PIC X(110).

       FD  ALERT-SUB-IN.
       COPY WSALTSUB.

       FD  ALERT-SUB-WORK.
       COPY WSALTSUB REPLACING
           ==WS-ALERT-SUBSCRIPTION== BY ==ALERT-SUB-WORK-REC==
           ==AS-CUST-NO== BY ==SW-CUST-NO==
           ==AS-ALERT-TYPE== BY ==SW-ALERT-TYPE==
           ==AS-CHANNEL== BY ==SW-CHANNEL==
           ==AS-THRESHOLD== BY ==SW-THRESHOLD==
           ==AS-SUBSCRIBED-DATE== BY ==SW-SUBSCRIBED-DATE==.

       FD  ALERT-SUB-OUT.
       01  ALERT-SUB-OUT-REC             PIC X(28).

       FD  DUAL-CONTROL-FILE.
       01  DUAL-CONTROL-REC.
           02 DC-EXPIRY-DAYS             PIC 9(3).
           02 DC-FIELD-NAME              PIC X(15) OCCURS 10 TIMES.

       FD  PENDING-CHANGE-IN.
       01  PENDING-CHANGE-IN-REC         PIC X(172).

       FD  PENDING-CHANGE-OUT.
       01  PENDING-CHANGE-OUT-REC        PIC X(172).

       FD  CHANGE-HISTORY-FILE.
       01  CHANGE-HISTORY-REC            PIC X(172).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-IN-STATUS            PIC XX.
       01 WS-TXN-FILE-STATUS             PIC XX.
       01 WS-MASTER-OUT-STATUS           PIC XX.
       01 WS-REJECT-FILE-STATUS          PIC XX.
       01 WS-LOG-FILE-STATUS             PIC XX.
       01 WS-SUB-IN-STATUS               PIC XX.
       01 WS-SUB-WORK-STATUS             PIC XX.
       01 WS-SUB-OUT-STATUS              PIC XX.
       01 WS-MASTER-KEY                  PIC X(9).
       01 WS-TXN-KEY                     PIC X(9).
       01 WS-TXNS-READ                   PIC 9(5) VALUE 0.
       01 WS-TXNS-REJECTED               PIC 9(5) VALUE 0.
       01 WS-RECORDS-OUT                 PIC 9(7) VALUE 0.
       01 WS-REJECT-REASON               PIC X(4).
       01 WS-LANGUAGE-SWITCH             PIC X(1).
           88 WS-LANGUAGE-VALID          VALUE "Y".
       01 WS-ADDRESS-SWITCH              PIC X(1).
           88 WS-ADDRESS-VALID           VALUE "Y".
       01 WS-CONTACT-SWITCH              PIC X(1).
           88 WS-CONTACT-VALID           VALUE "Y".
       01 WS-CONTACT-REASON              PIC X(4).
       01 WS-SUBSCRIPTION-SWITCH         PIC X(1).
           88 WS-SUBSCRIPTION-VALID      VALUE "Y".
       01 WS-SUBSCRIPTION-REASON         PIC X(4).
       01 WS-PREFERENCE-SWITCH           PIC X(1).
           88 WS-PREFERENCE-VALID        VALUE "Y".
       01 WS-LOG-DO-NOT-MAIL             PIC X(1).
       01 WS-LOG-DO-NOT-CALL             PIC X(1).
       01 WS-LOG-DO-NOT-EMAIL            PIC X(1).
       01 WS-CHECK-PHONE                 PIC X(15).
       01 WS-CHECK-EMAIL                 PIC X(50).
       01 WS-FIELD-LENGTH                PIC 9(2).
       01 WS-FIELD-START                 PIC 9(2).
       01 WS-AT-COUNT                    PIC 9(2).
       01 WS-AT-POS                      PIC 9(2).
       01 WS-DOT-POS                     PIC 9(2).
       01 WS-SPACE-COUNT                 PIC 9(2).
       01 WS-SCAN-POS                    PIC 9(2).
      *    Subscription slots in transaction order; the customer's
      *    records are gathered into the slot table, the slots of
      *    an applied transaction laid over them, and the table
      *    written back in the same order.
       01 WS-ALERT-TYPE-LIST             PIC X(10) VALUE "FHLBLDODSC".
       01 WS-ALERT-TYPE-TABLE REDEFINES WS-ALERT-TYPE-LIST.
           05 WS-ALERT-TYPE-CODE OCCURS 5 TIMES PIC X(2).
       01 WS-CUST-SLOT-TABLE.
           05 WS-CUST-SLOT OCCURS 5 TIMES.
               10 WS-SLOT-ACTIVE         PIC X(1).
                   88 WS-SLOT-SUBSCRIBED VALUE "Y".
               10 WS-SLOT-CHANNEL        PIC X(1).
               10 WS-SLOT-THRESHOLD      PIC 9(7)V99.
               10 WS-SLOT-SINCE          PIC 9(7).
       01 WS-SLOT-NO                     PIC 9(2).
       01 WS-PENDING-CUST                PIC 9(9) VALUE 0.
       01 WS-PENDING-SWITCH              PIC X(1) VALUE "N".
           88 WS-SLOTS-PENDING           VALUE "Y".
       01 WS-SUB-KEY                     PIC X(9).
       01 WS-SUB-TARGET                  PIC 9(9).
       01 WS-SUBS-READ                   PIC 9(7) VALUE 0.
       01 WS-SUBS-WRITTEN                PIC 9(7) VALUE 0.
       01 WS-THRESHOLD-DISPLAY           PIC 9(7).99.
       01 WS-MASTER-READ-COUNT           PIC 9(7) VALUE 0.
       01 WS-DEL-BAL-DISPLAY             PIC +9(9).99.
       01 WS-READ-BALANCE-HASH           PIC 9(13)V99 VALUE 0.
       01 WS-WRITE-BALANCE-HASH          PIC 9(13)V99 VALUE 0.
      *    Dual control: the fields that need a second user, the
      *    business days a queued change waits for one, and the
      *    pending change file held in memory for the run.
       01 WS-DUAL-FILE-STATUS            PIC XX.
       01 WS-PENDING-IN-STATUS           PIC XX.
       01 WS-PENDING-OUT-STATUS          PIC XX.
       01 WS-EXPIRY-DAYS                 PIC 9(3) VALUE 5.
       01 WS-EXPIRY-DATE                 PIC 9(7).
       01 WS-DC-SUB                      PIC 9(2).
       01 WS-SENSITIVE-TABLE.
           05 WS-SENSITIVE-COUNT         PIC 9(2) VALUE 0.
           05 WS-SENSITIVE-FIELD OCCURS 10 TIMES
                   INDEXED BY SF-IDX     PIC X(15).
       01 WS-PENDING-TABLE.
           05 WS-PEND-COUNT              PIC 9(3) VALUE 0.
           05 WS-PEND-ENTRY OCCURS 999 TIMES INDEXED BY PD-IDX.
               10 WS-PEND-CUST-NO        PIC 9(9).
               10 WS-PEND-FIELD          PIC X(15).
               10 WS-PEND-STATUS         PIC X(1).
               10 WS-PEND-IMAGE          PIC X(172).
       01 WS-HISTORY-FILE-STATUS         PIC XX.
       01 WS-DUAL-SWITCH                 PIC X(1).
           88 WS-DUAL-VALID              VALUE "Y".
       01 WS-DUAL-REASON                 PIC X(4).
       01 WS-DC-FIELD                    PIC X(15).
       01 WS-DC-OLD                      PIC X(40).
       01 WS-DC-NEW                      PIC X(40).
       01 WS-SENSITIVE-SWITCH            PIC X(1).
           88 WS-FIELD-SENSITIVE         VALUE "Y".
       01 WS-WAITING-SWITCH              PIC X(1).
           88 WS-CHANGE-WAITING          VALUE "Y".
       01 WS-CHANGES-QUEUED              PIC 9(5) VALUE 0.
       01 WS-CHANGES-APPLIED             PIC 9(5) VALUE 0.
       01 WS-CHANGES-CANCELLED           PIC 9(5) VALUE 0.
       01 WS-OD-LIMIT-VALUE              PIC 9(7)V99.
       01 WS-OD-LIMIT-IMAGE REDEFINES WS-OD-LIMIT-VALUE
                                         PIC X(9).
       01 WS-RATE-VALUE                  PIC 9V9(4).
       01 WS-RATE-IMAGE REDEFINES WS-RATE-VALUE
                                         PIC X(5).
       01 WS-ZIP-VALUE                   PIC 9(9).
       01 WS-ZIP-IMAGE REDEFINES WS-ZIP-VALUE
                                         PIC X(9).
       COPY WSPNDCHG.
       COPY WSBIZADJ.
       COPY WSRUNLCK.
       COPY WSLGLHLD.
       COPY WSCHKDGT.
       COPY WSADRVAL.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSCTLTOT.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "CUSMNT01" TO RL-JOB-NAME.
           MOVE "MASTERS" TO RL-LOCK-NAME.
           MOVE WS-RUN-CCYYDDD TO RL-RUN-DATE.
               GOBACK
           END-IF.

           PERFORM LOAD-DUAL-CONTROL.
           PERFORM LOAD-PENDING-CHANGES.
           PERFORM WORK-OUT-EXPIRY-DATE.

           OPEN INPUT CUSTOMER-MASTER-IN.
           PERFORM SKIP-CUSTOMER-HEADER.
           OPEN INPUT MAINT-TXN-FILE.
           OPEN OUTPUT MASTER-WORK-FILE.
           OPEN OUTPUT MAINT-REJECT-FILE.
           OPEN OUTPUT MAINT-LOG-FILE.
           OPEN INPUT ALERT-SUB-IN.
           OPEN OUTPUT ALERT-SUB-WORK.

           PERFORM READ-NEXT-MASTER.
           PERFORM READ-NEXT-TXN.
           PERFORM READ-NEXT-SUBSCRIPTION.
           PERFORM UNTIL WS-MASTER-KEY = HIGH-VALUES
                   AND WS-TXN-KEY = HIGH-VALUES
               EVALUATE TRUE
                       PERFORM READ-NEXT-TXN
               END-EVALUATE
           END-PERFORM.
           PERFORM CANCEL-UNAPPLIED-CHANGES.

           CLOSE CUSTOMER-MASTER-IN.
           CLOSE MAINT-TXN-FILE.
           CLOSE MASTER-WORK-FILE.
           CLOSE MAINT-REJECT-FILE.
           CLOSE MAINT-LOG-FILE.
           PERFORM FLUSH-PENDING-SLOTS.
           MOVE 999999999 TO WS-SUB-TARGET.
           PERFORM COPY-SUBSCRIPTIONS-BEFORE-TARGET.
           IF WS-SUB-IN-STATUS NOT = "35"
               CLOSE ALERT-SUB-IN
           END-IF.
           CLOSE ALERT-SUB-WORK.

           PERFORM COPY-WORK-BACK-TO-MASTER.
           PERFORM COPY-WORK-BACK-TO-SUBSCRIPTIONS.
           PERFORM SAVE-PENDING-CHANGES.
           PERFORM POST-CONTROL-TOTALS.

           DISPLAY "CUSMNT01: TXNS READ=" WS-TXNS-READ.
           DISPLAY "CUSMNT01: TXNS APPLIED=" WS-TXNS-APPLIED.
           DISPLAY "CUSMNT01: TXNS REJECTED=" WS-TXNS-REJECTED.
           DISPLAY "CUSMNT01: MASTER RECORDS OUT=" WS-RECORDS-OUT.
           DISPLAY "CUSMNT01: ALERT SUBSCRIPTIONS OUT=" WS-SUBS-WRITTEN.
           DISPLAY "CUSMNT01: CHANGES QUEUED=" WS-CHANGES-QUEUED
               " APPROVED APPLIED=" WS-CHANGES-APPLIED
               " CANCELLED=" WS-CHANGES-CANCELLED.

           MOVE WS-RECORDS-OUT TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
                       WS-READ-BALANCE-HASH
                       + FUNCTION ABS (CN-BALANCE)
                   MOVE CN-CUST-NO TO WS-MASTER-KEY
                   PERFORM APPLY-APPROVED-CHANGES
           END-READ.

       READ-NEXT-TXN.
           MOVE CN-WITHHOLD-RATE TO MW-WITHHOLD-RATE.
           MOVE CN-CYCLE-CODE TO MW-CYCLE-CODE.
           MOVE CN-REGION-CODE TO MW-REGION-CODE.
           MOVE CN-RISK-RATING TO MW-RISK-RATING.
           MOVE CN-LAST-REVIEW-DATE TO MW-LAST-REVIEW-DATE.
           MOVE CN-REVIEW-DUE-DATE TO MW-REVIEW-DUE-DATE.
           MOVE CN-ID-EXPIRY-DATE TO MW-ID-EXPIRY-DATE.
           MOVE CN-LANGUAGE-CODE TO MW-LANGUAGE-CODE.
           MOVE CN-PHONE-NO TO MW-PHONE-NO.
           MOVE CN-EMAIL-ADDRESS TO MW-EMAIL-ADDRESS.
           MOVE CN-TAXPAYER-ID TO MW-TAXPAYER-ID.
           MOVE CN-DO-NOT-MAIL TO MW-DO-NOT-MAIL.
           MOVE CN-DO-NOT-CALL TO MW-DO-NOT-CALL.
           MOVE CN-DO-NOT-EMAIL TO MW-DO-NOT-EMAIL.
           WRITE MASTER-WORK-REC.
           ADD 1 TO WS-RECORDS-OUT.
           COMPUTE WS-WRITE-BALANCE-HASH = WS-WRITE-BALANCE-HASH
      ***************************************************************
       APPLY-TXN-NO-MASTER.
           PERFORM CHECK-TXN-CHECK-DIGIT.
           PERFORM CHECK-TXN-LANGUAGE.
           PERFORM CHECK-TXN-PREFERENCES.
           MOVE "Y" TO WS-ADDRESS-SWITCH.
           MOVE "Y" TO WS-CONTACT-SWITCH.
           MOVE "Y" TO WS-SUBSCRIPTION-SWITCH.
           MOVE "Y" TO WS-DUAL-SWITCH.
           IF MT-ACTION = "A"
               MOVE MT-ADDRESS TO AV-ADDRESS
               MOVE MT-ZIP TO AV-ZIP
               PERFORM CHECK-TXN-ADDRESS
               PERFORM CHECK-TXN-CONTACT
               MOVE MT-PHONE-NO TO WS-CHECK-PHONE
               MOVE MT-EMAIL-ADDRESS TO WS-CHECK-EMAIL
               PERFORM CHECK-TXN-SUBSCRIPTIONS
               PERFORM CHECK-TXN-DUAL-CONTROL
           END-IF.
           EVALUATE TRUE
               WHEN CD-NUMBER-INVALID
                   MOVE "CKDG" TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-REJECT
               WHEN NOT WS-DUAL-VALID
                   MOVE WS-DUAL-REASON TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-REJECT
               WHEN NOT WS-LANGUAGE-VALID
                   MOVE "LANG" TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-REJECT
               WHEN NOT WS-PREFERENCE-VALID
                   MOVE "PREF" TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-REJECT
               WHEN NOT WS-ADDRESS-VALID
                   MOVE AV-REASON-CODE TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-REJECT
               WHEN NOT WS-CONTACT-VALID
                   MOVE WS-CONTACT-REASON TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-REJECT
               WHEN NOT WS-SUBSCRIPTION-VALID
                   MOVE WS-SUBSCRIPTION-REASON TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-REJECT
               WHEN OTHER
                   PERFORM JUDGE-TXN-NO-MASTER
           END-EVALUATE.

       JUDGE-TXN-NO-MASTER.
           EVALUATE MT-ACTION
      ***************************************************************
       APPLY-TXN-WITH-MASTER.
           PERFORM CHECK-TXN-CHECK-DIGIT.
           PERFORM CHECK-TXN-LANGUAGE.
           PERFORM CHECK-TXN-PREFERENCES.
           MOVE "Y" TO WS-ADDRESS-SWITCH.
           IF MT-ACTION = "C"
                   AND (MT-ADDRESS NOT = SPACES OR MT-ZIP NOT = 0)
               MOVE CN-ADDRESS TO AV-ADDRESS
               MOVE CN-ZIP TO AV-ZIP
               IF MT-ADDRESS NOT = SPACES
                   MOVE MT-ADDRESS TO AV-ADDRESS
               END-IF
               IF MT-ZIP NOT = 0
                   MOVE MT-ZIP TO AV-ZIP
               END-IF
               PERFORM CHECK-TXN-ADDRESS
           END-IF.
           MOVE "Y" TO WS-CONTACT-SWITCH.
           MOVE "Y" TO WS-SUBSCRIPTION-SWITCH.
           MOVE "Y" TO WS-DUAL-SWITCH.
           IF MT-ACTION = "C"
               PERFORM CHECK-TXN-DUAL-CONTROL
               PERFORM CHECK-TXN-CONTACT
               MOVE CN-PHONE-NO TO WS-CHECK-PHONE
               MOVE CN-EMAIL-ADDRESS TO WS-CHECK-EMAIL
               IF MT-PHONE-NO NOT = SPACES
                   MOVE MT-PHONE-NO TO WS-CHECK-PHONE
               END-IF
               IF MT-EMAIL-ADDRESS NOT = SPACES
                   MOVE MT-EMAIL-ADDRESS TO WS-CHECK-EMAIL
               END-IF
               PERFORM CHECK-TXN-SUBSCRIPTIONS
           END-IF.
           EVALUATE TRUE
               WHEN CD-NUMBER-INVALID
                   MOVE "CKDG" TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-REJECT
                   PERFORM WRITE-MASTER-UNCHANGED
               WHEN NOT WS-DUAL-VALID
                   MOVE WS-DUAL-REASON TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-REJECT
                   PERFORM WRITE-MASTER-UNCHANGED
               WHEN NOT WS-LANGUAGE-VALID
                   MOVE "LANG" TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-REJECT
                   PERFORM WRITE-MASTER-UNCHANGED
               WHEN NOT WS-PREFERENCE-VALID
                   MOVE "PREF" TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-REJECT
                   PERFORM WRITE-MASTER-UNCHANGED
               WHEN NOT WS-ADDRESS-VALID
                   MOVE AV-REASON-CODE TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-REJECT
                   PERFORM WRITE-MASTER-UNCHANGED
               WHEN NOT WS-CONTACT-VALID
                   MOVE WS-CONTACT-REASON TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-REJECT
                   PERFORM WRITE-MASTER-UNCHANGED
               WHEN NOT WS-SUBSCRIPTION-VALID
                   MOVE WS-SUBSCRIPTION-REASON TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-REJECT
                   PERFORM WRITE-MASTER-UNCHANGED
               WHEN OTHER
                   PERFORM JUDGE-TXN-WITH-MASTER
           END-EVALUATE.

      ***************************************************************
      *  Every keyed customer number validates through the shared
           SET CD-ACTION-VALIDATE TO TRUE.
           CALL "CHKDGT01" USING WS-CHECK-DIGIT-REQUEST.

      ***************************************************************
      *  A language code is two capital letters or blank; whether a
      *  translation exists is the template file's business, since
      *  an untranslated line simply prints in English.
      ***************************************************************
       CHECK-TXN-LANGUAGE.
           IF MT-LANGUAGE-CODE = SPACES
                   OR (MT-LANGUAGE-CODE IS ALPHABETIC-UPPER
                       AND MT-LANGUAGE-CODE (1:1) NOT = SPACE
                       AND MT-LANGUAGE-CODE (2:1) NOT = SPACE)
               MOVE "Y" TO WS-LANGUAGE-SWITCH
           ELSE
               MOVE "N" TO WS-LANGUAGE-SWITCH
           END-IF.

      ***************************************************************
      *  Each marketing preference is Y, N or blank.
      ***************************************************************
       CHECK-TXN-PREFERENCES.
           MOVE "Y" TO WS-PREFERENCE-SWITCH.
           IF MT-DO-NOT-MAIL NOT = "Y" AND NOT = "N" AND NOT = SPACE
               MOVE "N" TO WS-PREFERENCE-SWITCH
           END-IF.
           IF MT-DO-NOT-CALL NOT = "Y" AND NOT = "N" AND NOT = SPACE
               MOVE "N" TO WS-PREFERENCE-SWITCH
           END-IF.
           IF MT-DO-NOT-EMAIL NOT = "Y" AND NOT = "N" AND NOT = SPACE
               MOVE "N" TO WS-PREFERENCE-SWITCH
           END-IF.

      ***************************************************************
      *  Only an address the post office rejects outright stops the
      *  transaction; one that could not be checked goes through.
      ***************************************************************
       CHECK-TXN-ADDRESS.
           MOVE "CUSMNT01" TO AV-SOURCE-PROGRAM.
           CALL "ADRVAL01" USING WS-ADDRESS-VALIDATION-REQUEST.
           IF AV-ADDRESS-FAILED
               MOVE "N" TO WS-ADDRESS-SWITCH
           END-IF.

      ***************************************************************
      *  The vendor dials the phone number and mails the address
      *  exactly as held, so both are edited here: a phone number
      *  is seven or more digits, optionally led by +, with nothing
      *  after it; an email address has no spaces, one @ with
      *  something before it, and a dot in the domain with
      *  something either side.
      ***************************************************************
       CHECK-TXN-CONTACT.
           IF MT-PHONE-NO NOT = SPACES
               MOVE 15 TO WS-FIELD-LENGTH
               PERFORM UNTIL WS-FIELD-LENGTH = 0
                       OR MT-PHONE-NO (WS-FIELD-LENGTH:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-FIELD-LENGTH
               END-PERFORM
               MOVE 1 TO WS-FIELD-START
               IF MT-PHONE-NO (1:1) = "+"
                   MOVE 2 TO WS-FIELD-START
               END-IF
               IF WS-FIELD-LENGTH - WS-FIELD-START + 1 < 7
                   MOVE "N" TO WS-CONTACT-SWITCH
               ELSE
                   IF MT-PHONE-NO (WS-FIELD-START:
                           WS-FIELD-LENGTH - WS-FIELD-START + 1)
                           IS NOT NUMERIC
                       MOVE "N" TO WS-CONTACT-SWITCH
                   END-IF
               END-IF
               IF NOT WS-CONTACT-VALID
                   MOVE "PHON" TO WS-CONTACT-REASON
               END-IF
           END-IF.
           IF WS-CONTACT-VALID AND MT-EMAIL-ADDRESS NOT = SPACES
               PERFORM CHECK-EMAIL-ADDRESS
               IF NOT WS-CONTACT-VALID
                   MOVE "MAIL" TO WS-CONTACT-REASON
               END-IF
           END-IF.

       CHECK-EMAIL-ADDRESS.
           MOVE 50 TO WS-FIELD-LENGTH.
           PERFORM UNTIL WS-FIELD-LENGTH = 0
                   OR MT-EMAIL-ADDRESS (WS-FIELD-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-FIELD-LENGTH
           END-PERFORM.
           MOVE 0 TO WS-AT-COUNT.
           MOVE 0 TO WS-SPACE-COUNT.
           INSPECT MT-EMAIL-ADDRESS (1:WS-FIELD-LENGTH)
               TALLYING WS-AT-COUNT FOR ALL "@"
                        WS-SPACE-COUNT FOR ALL SPACE.
           MOVE 0 TO WS-AT-POS.
           MOVE 0 TO WS-DOT-POS.
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > WS-FIELD-LENGTH
               IF MT-EMAIL-ADDRESS (WS-SCAN-POS:1) = "@"
                   MOVE WS-SCAN-POS TO WS-AT-POS
               END-IF
               IF MT-EMAIL-ADDRESS (WS-SCAN-POS:1) = "."
                       AND WS-AT-POS > 0
                       AND WS-SCAN-POS > WS-AT-POS + 1
                       AND WS-SCAN-POS < WS-FIELD-LENGTH
                   MOVE WS-SCAN-POS TO WS-DOT-POS
               END-IF
           END-PERFORM.
           IF WS-AT-COUNT NOT = 1
                   OR WS-SPACE-COUNT NOT = 0
                   OR WS-AT-POS < 2
                   OR WS-DOT-POS = 0
               MOVE "N" TO WS-CONTACT-SWITCH
           END-IF.

      ***************************************************************
      *  Each slot names what happens to one alert type.  A
      *  subscription must say where the alert goes, and the
      *  customer must have that contact point on file once the
      *  transaction is applied (WS-CHECK-PHONE / WS-CHECK-EMAIL);
      *  the threshold is only read for the low-balance and
      *  large-debit alerts but must be numeric on every subscribe.
      ***************************************************************
       CHECK-TXN-SUBSCRIPTIONS.
           PERFORM VARYING WS-SLOT-NO FROM 1 BY 1
                   UNTIL WS-SLOT-NO > 5 OR NOT WS-SUBSCRIPTION-VALID
               EVALUATE TRUE
                   WHEN MT-SLOT-ACTION (WS-SLOT-NO) = SPACE
                   WHEN MT-SLOT-ACTION (WS-SLOT-NO) = "U"
                       CONTINUE
                   WHEN MT-SLOT-ACTION (WS-SLOT-NO) NOT = "S"
                       MOVE "N" TO WS-SUBSCRIPTION-SWITCH
                       MOVE "ASUB" TO WS-SUBSCRIPTION-REASON
                   WHEN MT-SLOT-THRESHOLD (WS-SLOT-NO) NOT NUMERIC
                   WHEN MT-SLOT-CHANNEL (WS-SLOT-NO) NOT = "S"
                           AND MT-SLOT-CHANNEL (WS-SLOT-NO) NOT = "E"
                           AND MT-SLOT-CHANNEL (WS-SLOT-NO) NOT = "B"
                       MOVE "N" TO WS-SUBSCRIPTION-SWITCH
                       MOVE "ASUB" TO WS-SUBSCRIPTION-REASON
                   WHEN MT-SLOT-CHANNEL (WS-SLOT-NO) NOT = "E"
                           AND WS-CHECK-PHONE = SPACES
                   WHEN MT-SLOT-CHANNEL (WS-SLOT-NO) NOT = "S"
                           AND WS-CHECK-EMAIL = SPACES
                       MOVE "N" TO WS-SUBSCRIPTION-SWITCH
                       MOVE "ACON" TO WS-SUBSCRIPTION-REASON
               END-EVALUATE
           END-PERFORM.

       JUDGE-TXN-WITH-MASTER.
           EVALUATE MT-ACTION
               WHEN "A"
           MOVE 0            TO MW-WITHHOLD-RATE.
           MOVE 1            TO MW-CYCLE-CODE.
           MOVE SPACES       TO MW-REGION-CODE.
      *    Onboarding is the customer's first review: the identity
      *    document was seen today, and RSKRAT01 rates the customer
      *    and dates the next review from here tonight.
           MOVE SPACE        TO MW-RISK-RATING.
           MOVE WS-RUN-CCYYDDD TO MW-LAST-REVIEW-DATE.
           MOVE 0            TO MW-REVIEW-DUE-DATE.
           IF MT-ID-EXPIRY-DATE NUMERIC
               MOVE MT-ID-EXPIRY-DATE TO MW-ID-EXPIRY-DATE
           ELSE
               MOVE 0 TO MW-ID-EXPIRY-DATE
           END-IF.
           IF MT-LANGUAGE-CODE = SPACES
               MOVE "EN" TO MW-LANGUAGE-CODE
           ELSE
               MOVE MT-LANGUAGE-CODE TO MW-LANGUAGE-CODE
           END-IF.
           MOVE MT-PHONE-NO  TO MW-PHONE-NO.
           MOVE MT-EMAIL-ADDRESS TO MW-EMAIL-ADDRESS.
           MOVE MT-TAXPAYER-ID TO MW-TAXPAYER-ID.
           MOVE "N" TO MW-DO-NOT-MAIL.
           MOVE "N" TO MW-DO-NOT-CALL.
           MOVE "N" TO MW-DO-NOT-EMAIL.
           IF MT-DO-NOT-MAIL NOT = SPACE
               MOVE MT-DO-NOT-MAIL TO MW-DO-NOT-MAIL
           END-IF.
           IF MT-DO-NOT-CALL NOT = SPACE
               MOVE MT-DO-NOT-CALL TO MW-DO-NOT-CALL
           END-IF.
           IF MT-DO-NOT-EMAIL NOT = SPACE
               MOVE MT-DO-NOT-EMAIL TO MW-DO-NOT-EMAIL
           END-IF.
           PERFORM APPLY-ADD-CONTROLLED-FIELDS.
           WRITE MASTER-WORK-REC.
           ADD 1 TO WS-RECORDS-OUT.
           COMPUTE WS-WRITE-BALANCE-HASH = WS-WRITE-BALANCE-HASH
                   " ADDED NAME=(" MT-CUST-NAME ")"
               DELIMITED BY SIZE INTO MAINT-LOG-REC.
           WRITE MAINT-LOG-REC.
           IF MT-MARKETING-PREFS NOT = SPACES
               MOVE MW-DO-NOT-MAIL TO WS-LOG-DO-NOT-MAIL
               MOVE MW-DO-NOT-CALL TO WS-LOG-DO-NOT-CALL
               MOVE MW-DO-NOT-EMAIL TO WS-LOG-DO-NOT-EMAIL
               PERFORM LOG-PREFERENCES
           END-IF.
           PERFORM UPDATE-CUSTOMER-SUBSCRIPTIONS.

       APPLY-CHANGE.
           MOVE SPACES TO MAINT-LOG-REC.
               DELIMITED BY SIZE INTO MAINT-LOG-REC.
           WRITE MAINT-LOG-REC.
           IF MT-CUST-NAME NOT = SPACES
                   AND MT-CUST-NAME NOT = CN-CUST-NAME
               MOVE "CN-CUST-NAME" TO WS-DC-FIELD
               PERFORM CHECK-FIELD-SENSITIVE
               IF WS-FIELD-SENSITIVE
                   MOVE CN-CUST-NAME TO WS-DC-OLD
                   MOVE MT-CUST-NAME TO WS-DC-NEW
                   PERFORM QUEUE-PENDING-CHANGE
               ELSE
                   MOVE MT-CUST-NAME TO CN-CUST-NAME
               END-IF
           END-IF.
           IF MT-ADDRESS NOT = SPACES
                   AND MT-ADDRESS NOT = CN-ADDRESS
               MOVE "CN-ADDRESS" TO WS-DC-FIELD
               PERFORM CHECK-FIELD-SENSITIVE
               IF WS-FIELD-SENSITIVE
                   MOVE CN-ADDRESS TO WS-DC-OLD
                   MOVE MT-ADDRESS TO WS-DC-NEW
                   PERFORM QUEUE-PENDING-CHANGE
               ELSE
                   MOVE MT-ADDRESS TO CN-ADDRESS
               END-IF
           END-IF.
           IF MT-ZIP NOT = 0
                   AND MT-ZIP NOT = CN-ZIP
               MOVE "CN-ZIP" TO WS-DC-FIELD
               PERFORM CHECK-FIELD-SENSITIVE
               IF WS-FIELD-SENSITIVE
                   MOVE CN-ZIP TO WS-ZIP-VALUE
                   MOVE WS-ZIP-IMAGE TO WS-DC-OLD
                   MOVE MT-ZIP TO WS-ZIP-VALUE
                   MOVE WS-ZIP-IMAGE TO WS-DC-NEW
                   PERFORM QUEUE-PENDING-CHANGE
               ELSE
                   MOVE MT-ZIP TO CN-ZIP
               END-IF
           END-IF.
           PERFORM APPLY-CHANGE-CONTROLLED-FIELDS.
           IF MT-ID-EXPIRY-DATE NUMERIC
                   AND MT-ID-EXPIRY-DATE NOT = 0
               MOVE MT-ID-EXPIRY-DATE TO CN-ID-EXPIRY-DATE
           END-IF.
           IF MT-LANGUAGE-CODE NOT = SPACES
               MOVE MT-LANGUAGE-CODE TO CN-LANGUAGE-CODE
           END-IF.
           IF MT-PHONE-NO NOT = SPACES
                   AND MT-PHONE-NO NOT = CN-PHONE-NO
               MOVE "CN-PHONE-NO" TO WS-DC-FIELD
               PERFORM CHECK-FIELD-SENSITIVE
               IF WS-FIELD-SENSITIVE
                   MOVE CN-PHONE-NO TO WS-DC-OLD
                   MOVE MT-PHONE-NO TO WS-DC-NEW
                   PERFORM QUEUE-PENDING-CHANGE
               ELSE
                   MOVE MT-PHONE-NO TO CN-PHONE-NO
               END-IF
           END-IF.
           IF MT-EMAIL-ADDRESS NOT = SPACES
                   AND MT-EMAIL-ADDRESS NOT = CN-EMAIL-ADDRESS
               MOVE "CN-EMAIL" TO WS-DC-FIELD
               PERFORM CHECK-FIELD-SENSITIVE
               IF WS-FIELD-SENSITIVE
                   MOVE CN-EMAIL-ADDRESS TO WS-DC-OLD
                   MOVE MT-EMAIL-ADDRESS TO WS-DC-NEW
                   PERFORM QUEUE-PENDING-CHANGE
               ELSE
                   MOVE MT-EMAIL-ADDRESS TO CN-EMAIL-ADDRESS
               END-IF
           END-IF.
           IF MT-TAXPAYER-ID NOT = SPACES
                   AND MT-TAXPAYER-ID NOT = CN-TAXPAYER-ID
               MOVE "CN-TAXPAYER-ID" TO WS-DC-FIELD
               PERFORM CHECK-FIELD-SENSITIVE
               IF WS-FIELD-SENSITIVE
                   MOVE CN-TAXPAYER-ID TO WS-DC-OLD
                   MOVE MT-TAXPAYER-ID TO WS-DC-NEW
                   PERFORM QUEUE-PENDING-CHANGE
               ELSE
                   MOVE MT-TAXPAYER-ID TO CN-TAXPAYER-ID
               END-IF
           END-IF.
           PERFORM APPLY-CHANGE-PREFERENCES.
           PERFORM WRITE-MASTER-UNCHANGED.
           ADD 1 TO WS-TXNS-APPLIED.
           PERFORM UPDATE-CUSTOMER-SUBSCRIPTIONS.

      ***************************************************************
      *  A preference the transaction supplies replaces the one on
      *  file at once, outside dual control; a change that moves
      *  any of them is logged with the preferences now held.
      ***************************************************************
       APPLY-CHANGE-PREFERENCES.
           IF (MT-DO-NOT-MAIL NOT = SPACE
                   AND MT-DO-NOT-MAIL NOT = CN-DO-NOT-MAIL)
                   OR (MT-DO-NOT-CALL NOT = SPACE
                   AND MT-DO-NOT-CALL NOT = CN-DO-NOT-CALL)
                   OR (MT-DO-NOT-EMAIL NOT = SPACE
                   AND MT-DO-NOT-EMAIL NOT = CN-DO-NOT-EMAIL)
               IF MT-DO-NOT-MAIL NOT = SPACE
                   MOVE MT-DO-NOT-MAIL TO CN-DO-NOT-MAIL
               END-IF
               IF MT-DO-NOT-CALL NOT = SPACE
                   MOVE MT-DO-NOT-CALL TO CN-DO-NOT-CALL
               END-IF
               IF MT-DO-NOT-EMAIL NOT = SPACE
                   MOVE MT-DO-NOT-EMAIL TO CN-DO-NOT-EMAIL
               END-IF
               MOVE CN-DO-NOT-MAIL TO WS-LOG-DO-NOT-MAIL
               MOVE CN-DO-NOT-CALL TO WS-LOG-DO-NOT-CALL
               MOVE CN-DO-NOT-EMAIL TO WS-LOG-DO-NOT-EMAIL
               PERFORM LOG-PREFERENCES
           END-IF.

       LOG-PREFERENCES.
           MOVE SPACES TO MAINT-LOG-REC.
           STRING WS-RUN-CCYYDDD " P " MT-CUST-NO
                   " DO NOT MAIL=" WS-LOG-DO-NOT-MAIL
                   " CALL=" WS-LOG-DO-NOT-CALL
                   " EMAIL=" WS-LOG-DO-NOT-EMAIL
                   " BY " MT-ENTERED-BY
               DELIMITED BY SIZE INTO MAINT-LOG-REC.
           WRITE MAINT-LOG-REC.

      ***************************************************************
      *  A delete against a customer on counsel's hold list is
                   ") BALANCE=" WS-DEL-BAL-DISPLAY
               DELIMITED BY SIZE INTO MAINT-LOG-REC.
           WRITE MAINT-LOG-REC.
           MOVE CN-CUST-NO TO WS-SUB-TARGET.
           PERFORM GATHER-CUSTOMER-SUBSCRIPTIONS.
           PERFORM VARYING WS-SLOT-NO FROM 1 BY 1 UNTIL WS-SLOT-NO > 5
               IF WS-SLOT-SUBSCRIBED (WS-SLOT-NO)
                   PERFORM LOG-UNSUBSCRIBE
                   MOVE "N" TO WS-SLOT-ACTIVE (WS-SLOT-NO)
               END-IF
           END-PERFORM.

      ***************************************************************
      *  The balancer proves this step against its neighbors: what
       WRITE-MAINT-REJECT.
           ADD 1 TO WS-TXNS-REJECTED.
           MOVE SPACES TO MAINT-REJECT-REC.
           STRING WS-REJECT-REASON " " MAINT-TXN-REC
               DELIMITED BY SIZE INTO MAINT-REJECT-REC.
           WRITE MAINT-REJECT-REC.

      ***************************************************************
      *  The subscription file is carried alongside the master in
      *  customer order: every record ahead of the customer being
      *  updated is copied to the work file untouched, the
      *  customer's own records are gathered into the slot table,
      *  the transaction's slots are laid over them, and the
      *  subscribed slots are written back once the pass moves on
      *  to another customer.  Records of customers with no applied
      *  transaction flow through unchanged.
      ***************************************************************
       READ-NEXT-SUBSCRIPTION.
           IF WS-SUB-IN-STATUS = "00"
               READ ALERT-SUB-IN
                   AT END
                       MOVE HIGH-VALUES TO WS-SUB-KEY
                   NOT AT END
                       ADD 1 TO WS-SUBS-READ
                       MOVE AS-CUST-NO TO WS-SUB-KEY
               END-READ
           ELSE
               MOVE HIGH-VALUES TO WS-SUB-KEY
           END-IF.

       COPY-SUBSCRIPTIONS-BEFORE-TARGET.
           PERFORM UNTIL WS-SUB-KEY = HIGH-VALUES
                   OR AS-CUST-NO NOT < WS-SUB-TARGET
               WRITE ALERT-SUB-WORK-REC FROM WS-ALERT-SUBSCRIPTION
               ADD 1 TO WS-SUBS-WRITTEN
               PERFORM READ-NEXT-SUBSCRIPTION
           END-PERFORM.

       GATHER-CUSTOMER-SUBSCRIPTIONS.
           IF WS-SLOTS-PENDING AND WS-PENDING-CUST = WS-SUB-TARGET
               EXIT PARAGRAPH
           END-IF.
           PERFORM FLUSH-PENDING-SLOTS.
           PERFORM COPY-SUBSCRIPTIONS-BEFORE-TARGET.
           MOVE WS-SUB-TARGET TO WS-PENDING-CUST.
           MOVE "Y" TO WS-PENDING-SWITCH.
           PERFORM VARYING WS-SLOT-NO FROM 1 BY 1 UNTIL WS-SLOT-NO > 5
               MOVE "N" TO WS-SLOT-ACTIVE (WS-SLOT-NO)
               MOVE SPACE TO WS-SLOT-CHANNEL (WS-SLOT-NO)
               MOVE 0 TO WS-SLOT-THRESHOLD (WS-SLOT-NO)
               MOVE 0 TO WS-SLOT-SINCE (WS-SLOT-NO)
           END-PERFORM.
           PERFORM UNTIL WS-SUB-KEY = HIGH-VALUES
                   OR AS-CUST-NO NOT = WS-SUB-TARGET
               PERFORM VARYING WS-SLOT-NO FROM 1 BY 1
                       UNTIL WS-SLOT-NO > 5
                           OR WS-ALERT-TYPE-CODE (WS-SLOT-NO)
                               = AS-ALERT-TYPE
                   CONTINUE
               END-PERFORM
               IF WS-SLOT-NO > 5
                   WRITE ALERT-SUB-WORK-REC FROM WS-ALERT-SUBSCRIPTION
                   ADD 1 TO WS-SUBS-WRITTEN
               ELSE
                   MOVE "Y" TO WS-SLOT-ACTIVE (WS-SLOT-NO)
                   MOVE AS-CHANNEL TO WS-SLOT-CHANNEL (WS-SLOT-NO)
                   MOVE AS-THRESHOLD TO WS-SLOT-THRESHOLD (WS-SLOT-NO)
                   MOVE AS-SUBSCRIBED-DATE TO WS-SLOT-SINCE (WS-SLOT-NO)
               END-IF
               PERFORM READ-NEXT-SUBSCRIPTION
           END-PERFORM.

       UPDATE-CUSTOMER-SUBSCRIPTIONS.
           MOVE MT-CUST-NO TO WS-SUB-TARGET.
           PERFORM GATHER-CUSTOMER-SUBSCRIPTIONS.
           PERFORM VARYING WS-SLOT-NO FROM 1 BY 1 UNTIL WS-SLOT-NO > 5
               EVALUATE TRUE
                   WHEN MT-SLOT-ACTION (WS-SLOT-NO) = "S"
                       IF NOT WS-SLOT-SUBSCRIBED (WS-SLOT-NO)
                           MOVE WS-RUN-CCYYDDD
                               TO WS-SLOT-SINCE (WS-SLOT-NO)
                       END-IF
                       MOVE "Y" TO WS-SLOT-ACTIVE (WS-SLOT-NO)
                       MOVE MT-SLOT-CHANNEL (WS-SLOT-NO)
                           TO WS-SLOT-CHANNEL (WS-SLOT-NO)
                       MOVE MT-SLOT-THRESHOLD (WS-SLOT-NO)
                           TO WS-SLOT-THRESHOLD (WS-SLOT-NO)
                       PERFORM LOG-SUBSCRIBE
                   WHEN MT-SLOT-ACTION (WS-SLOT-NO) = "U"
                           AND WS-SLOT-SUBSCRIBED (WS-SLOT-NO)
                       MOVE "N" TO WS-SLOT-ACTIVE (WS-SLOT-NO)
                       PERFORM LOG-UNSUBSCRIBE
               END-EVALUATE
           END-PERFORM.

       FLUSH-PENDING-SLOTS.
           IF NOT WS-SLOTS-PENDING
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SLOT-NO FROM 1 BY 1 UNTIL WS-SLOT-NO > 5
               IF WS-SLOT-SUBSCRIBED (WS-SLOT-NO)
                   MOVE WS-PENDING-CUST TO SW-CUST-NO
                   MOVE WS-ALERT-TYPE-CODE (WS-SLOT-NO) TO SW-ALERT-TYPE
                   MOVE WS-SLOT-CHANNEL (WS-SLOT-NO) TO SW-CHANNEL
                   MOVE WS-SLOT-THRESHOLD (WS-SLOT-NO) TO SW-THRESHOLD
                   MOVE WS-SLOT-SINCE (WS-SLOT-NO) TO SW-SUBSCRIBED-DATE
                   WRITE ALERT-SUB-WORK-REC
                   ADD 1 TO WS-SUBS-WRITTEN
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-PENDING-SWITCH.

       LOG-SUBSCRIBE.
           MOVE MT-SLOT-THRESHOLD (WS-SLOT-NO) TO WS-THRESHOLD-DISPLAY.
           MOVE SPACES TO MAINT-LOG-REC.
           STRING WS-RUN-CCYYDDD " S " WS-SUB-TARGET
                   " ALERT " WS-ALERT-TYPE-CODE (WS-SLOT-NO)
                   " SUBSCRIBED CHANNEL=" MT-SLOT-CHANNEL (WS-SLOT-NO)
                   " THRESHOLD=" WS-THRESHOLD-DISPLAY
               DELIMITED BY SIZE INTO MAINT-LOG-REC.
           WRITE MAINT-LOG-REC.

       LOG-UNSUBSCRIBE.
           MOVE SPACES TO MAINT-LOG-REC.
           STRING WS-RUN-CCYYDDD " U " WS-SUB-TARGET
                   " ALERT " WS-ALERT-TYPE-CODE (WS-SLOT-NO)
                   " UNSUBSCRIBED"
               DELIMITED BY SIZE INTO MAINT-LOG-REC.
           WRITE MAINT-LOG-REC.

       COPY-WORK-BACK-TO-SUBSCRIPTIONS.
           OPEN INPUT ALERT-SUB-WORK.
           OPEN OUTPUT ALERT-SUB-OUT.
           IF WS-SUB-WORK-STATUS = "00"
               PERFORM UNTIL WS-SUB-WORK-STATUS = "10"
                   READ ALERT-SUB-WORK
                       AT END
                           MOVE "10" TO WS-SUB-WORK-STATUS
                       NOT AT END
                           WRITE ALERT-SUB-OUT-REC
                               FROM ALERT-SUB-WORK-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ALERT-SUB-WORK.
           CLOSE ALERT-SUB-OUT.

      ***************************************************************
      *  The balanced-line pass wrote the updated master to the work
      *  file; this pass copies it back over the live master so the
       COPY-WORK-BACK-TO-MASTER.
           OPEN INPUT MASTER-WORK-FILE.
           OPEN OUTPUT CUSTOMER-MASTER-OUT.
           PERFORM STAMP-CUSTOMER-HEADER.
           IF WS-WORK-FILE-STATUS = "00"
               PERFORM UNTIL WS-WORK-FILE-STATUS = "10"
                   READ MASTER-WORK-FILE
           END-IF.
           CLOSE MASTER-WORK-FILE.
           CLOSE CUSTOMER-MASTER-OUT.

      ***************************************************************
      *  Dual control.  The control file names the fields that need
      *  a second user and how many business days a queued change
      *  waits for one; without it the shipped set applies.  The
      *  pending change file is held in memory for the run and
      *  written back at the end: items still waiting stay on it,
      *  finished ones are added to the change history file.
      ***************************************************************
       LOAD-DUAL-CONTROL.
           INITIALIZE WS-SENSITIVE-TABLE.
           OPEN INPUT DUAL-CONTROL-FILE.
           IF WS-DUAL-FILE-STATUS = "00"
               READ DUAL-CONTROL-FILE
                   AT END
                       MOVE "10" TO WS-DUAL-FILE-STATUS
               END-READ
               CLOSE DUAL-CONTROL-FILE
           END-IF.
           IF WS-DUAL-FILE-STATUS = "00"
               IF DC-EXPIRY-DAYS NUMERIC AND DC-EXPIRY-DAYS > 0
                   MOVE DC-EXPIRY-DAYS TO WS-EXPIRY-DAYS
               END-IF
               PERFORM VARYING WS-DC-SUB FROM 1 BY 1
                       UNTIL WS-DC-SUB > 10
                   IF DC-FIELD-NAME (WS-DC-SUB) NOT = SPACES
                       ADD 1 TO WS-SENSITIVE-COUNT
                       MOVE DC-FIELD-NAME (WS-DC-SUB)
                           TO WS-SENSITIVE-FIELD (WS-SENSITIVE-COUNT)
                   END-IF
               END-PERFORM
           ELSE
               MOVE "CN-OD-LIMIT"   TO WS-SENSITIVE-FIELD (1)
               MOVE "CN-TAX-STATUS" TO WS-SENSITIVE-FIELD (2)
               MOVE "CN-WHOLD-RATE" TO WS-SENSITIVE-FIELD (3)
               MOVE "CN-CUST-NAME"  TO WS-SENSITIVE-FIELD (4)
               MOVE "CN-ADDRESS"    TO WS-SENSITIVE-FIELD (5)
               MOVE "CN-TAXPAYER-ID" TO WS-SENSITIVE-FIELD (6)
               MOVE 6 TO WS-SENSITIVE-COUNT
           END-IF.

       LOAD-PENDING-CHANGES.
           MOVE 0 TO WS-PEND-COUNT.
           OPEN INPUT PENDING-CHANGE-IN.
           IF WS-PENDING-IN-STATUS = "00"
               PERFORM UNTIL WS-PENDING-IN-STATUS NOT = "00"
                   READ PENDING-CHANGE-IN INTO WS-PENDING-CHANGE
                       AT END
                           MOVE "10" TO WS-PENDING-IN-STATUS
                       NOT AT END
                           PERFORM ADD-PENDING-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGE-IN
           END-IF.

       ADD-PENDING-ENTRY.
           IF WS-PEND-COUNT = 999
               DISPLAY "CUSMNT01: PENDING CHANGE TABLE FULL - "
                   PD-CUST-NO " " PD-FIELD-NAME " NOT LOADED"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PEND-COUNT.
           SET PD-IDX TO WS-PEND-COUNT.
           MOVE PD-CUST-NO TO WS-PEND-CUST-NO (PD-IDX).
           MOVE PD-FIELD-NAME TO WS-PEND-FIELD (PD-IDX).
           MOVE PD-STATUS TO WS-PEND-STATUS (PD-IDX).
           MOVE WS-PENDING-CHANGE TO WS-PEND-IMAGE (PD-IDX).

      *    The last day a change queued tonight may be approved on:
      *    the run date moved on one business day at a time.
       WORK-OUT-EXPIRY-DATE.
           MOVE WS-RUN-CCYYDDD TO WS-EXPIRY-DATE.
           PERFORM WS-EXPIRY-DAYS TIMES
               COMPUTE BA-INPUT-DATE = FUNCTION DAY-OF-INTEGER
                   (FUNCTION INTEGER-OF-DAY (WS-EXPIRY-DATE) + 1)
               SET BA-RULE-FORWARD TO TRUE
               CALL "BIZADJ01" USING WS-BIZ-ADJUST-REQUEST
               MOVE BA-ADJUSTED-DATE TO WS-EXPIRY-DATE
           END-PERFORM.

      ***************************************************************
      *  An add or change that supplies a controlled field must say
      *  who entered it, and may not queue a second change to a
      *  field that already has one waiting.  The overdraft limit,
      *  tax status and withholding rate are edited here whether
      *  controlled or not.  Only a value that differs from the
      *  master counts as a change.
      ***************************************************************
       CHECK-TXN-DUAL-CONTROL.
           EVALUATE TRUE
               WHEN MT-OVERDRAFT-LIMIT-X NOT = SPACES
                       AND MT-OVERDRAFT-LIMIT-X NOT NUMERIC
                   MOVE "N" TO WS-DUAL-SWITCH
                   MOVE "ODLM" TO WS-DUAL-REASON
               WHEN MT-TAX-STATUS NOT = SPACE
                       AND MT-TAX-STATUS NOT = "N"
                       AND MT-TAX-STATUS NOT = "W"
                   MOVE "N" TO WS-DUAL-SWITCH
                   MOVE "TAXS" TO WS-DUAL-REASON
               WHEN MT-WITHHOLD-RATE-X NOT = SPACES
                       AND MT-WITHHOLD-RATE-X NOT NUMERIC
                   MOVE "N" TO WS-DUAL-SWITCH
                   MOVE "WHRT" TO WS-DUAL-REASON
               WHEN MT-TAXPAYER-ID NOT = SPACES
                       AND (MT-TAXPAYER-ID NOT NUMERIC
                           OR MT-TAXPAYER-ID = ZEROS)
                   MOVE "N" TO WS-DUAL-SWITCH
                   MOVE "TXID" TO WS-DUAL-REASON
           END-EVALUATE.
           IF NOT WS-DUAL-VALID
               EXIT PARAGRAPH
           END-IF.
           IF MT-ACTION = "C"
               IF MT-CUST-NAME NOT = SPACES
                       AND MT-CUST-NAME NOT = CN-CUST-NAME
                   MOVE "CN-CUST-NAME" TO WS-DC-FIELD
                   PERFORM CHECK-CONTROLLED-FIELD
               END-IF
               IF MT-ADDRESS NOT = SPACES
                       AND MT-ADDRESS NOT = CN-ADDRESS
                   MOVE "CN-ADDRESS" TO WS-DC-FIELD
                   PERFORM CHECK-CONTROLLED-FIELD
               END-IF
               IF MT-ZIP NOT = 0 AND MT-ZIP NOT = CN-ZIP
                   MOVE "CN-ZIP" TO WS-DC-FIELD
                   PERFORM CHECK-CONTROLLED-FIELD
               END-IF
               IF MT-PHONE-NO NOT = SPACES
                       AND MT-PHONE-NO NOT = CN-PHONE-NO
                   MOVE "CN-PHONE-NO" TO WS-DC-FIELD
                   PERFORM CHECK-CONTROLLED-FIELD
               END-IF
               IF MT-EMAIL-ADDRESS NOT = SPACES
                       AND MT-EMAIL-ADDRESS NOT = CN-EMAIL-ADDRESS
                   MOVE "CN-EMAIL" TO WS-DC-FIELD
                   PERFORM CHECK-CONTROLLED-FIELD
               END-IF
               IF MT-TAXPAYER-ID NOT = SPACES
                       AND MT-TAXPAYER-ID NOT = CN-TAXPAYER-ID
                   MOVE "CN-TAXPAYER-ID" TO WS-DC-FIELD
                   PERFORM CHECK-CONTROLLED-FIELD
               END-IF
           END-IF.
           IF MT-OVERDRAFT-LIMIT-X NOT = SPACES
               IF MT-ACTION = "A"
                       OR MT-OVERDRAFT-LIMIT NOT = CN-OVERDRAFT-LIMIT
                   MOVE "CN-OD-LIMIT" TO WS-DC-FIELD
                   PERFORM CHECK-CONTROLLED-FIELD
               END-IF
           END-IF.
           IF MT-TAX-STATUS NOT = SPACE
               IF MT-ACTION = "A"
                       OR MT-TAX-STATUS NOT = CN-TAX-STATUS
                   MOVE "CN-TAX-STATUS" TO WS-DC-FIELD
                   PERFORM CHECK-CONTROLLED-FIELD
               END-IF
           END-IF.
           IF MT-WITHHOLD-RATE-X NOT = SPACES
               IF MT-ACTION = "A"
                       OR MT-WITHHOLD-RATE NOT = CN-WITHHOLD-RATE
                   MOVE "CN-WHOLD-RATE" TO WS-DC-FIELD
                   PERFORM CHECK-CONTROLLED-FIELD
               END-IF
           END-IF.

       CHECK-CONTROLLED-FIELD.
           IF NOT WS-DUAL-VALID
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-FIELD-SENSITIVE.
           IF NOT WS-FIELD-SENSITIVE
               EXIT PARAGRAPH
           END-IF.
           IF MT-ENTERED-BY = SPACES
               MOVE "N" TO WS-DUAL-SWITCH
               MOVE "MAKR" TO WS-DUAL-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-WAITING-CHANGE.
           IF WS-CHANGE-WAITING OR WS-PEND-COUNT > 990
               MOVE "N" TO WS-DUAL-SWITCH
               MOVE "PEND" TO WS-DUAL-REASON
           END-IF.

       CHECK-FIELD-SENSITIVE.
           MOVE "N" TO WS-SENSITIVE-SWITCH.
           SET SF-IDX TO 1.
           SEARCH WS-SENSITIVE-FIELD
               AT END
                   CONTINUE
               WHEN WS-SENSITIVE-FIELD (SF-IDX) = WS-DC-FIELD
                   MOVE "Y" TO WS-SENSITIVE-SWITCH
           END-SEARCH.

       FIND-WAITING-CHANGE.
           MOVE "N" TO WS-WAITING-SWITCH.
           PERFORM VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX > WS-PEND-COUNT OR WS-CHANGE-WAITING
               IF WS-PEND-CUST-NO (PD-IDX) = MT-CUST-NO
                       AND WS-PEND-FIELD (PD-IDX) = WS-DC-FIELD
                       AND (WS-PEND-STATUS (PD-IDX) = "P" OR "A")
                   MOVE "Y" TO WS-WAITING-SWITCH
               END-IF
           END-PERFORM.

      *    WS-DC-FIELD, WS-DC-OLD and WS-DC-NEW describe the change;
      *    the transaction supplies the customer and the maker.
       QUEUE-PENDING-CHANGE.
           MOVE SPACES TO WS-PENDING-CHANGE.
           MOVE MT-CUST-NO TO PD-CUST-NO.
           MOVE WS-DC-FIELD TO PD-FIELD-NAME.
           MOVE WS-DC-OLD TO PD-OLD-VALUE.
           MOVE WS-DC-NEW TO PD-NEW-VALUE.
           MOVE MT-ENTERED-BY TO PD-MAKER.
           MOVE WS-RUN-CCYYDDD TO PD-ENTERED-DATE.
           MOVE WS-EXPIRY-DATE TO PD-EXPIRY-DATE.
           SET PD-PENDING TO TRUE.
           MOVE 0 TO PD-DECIDED-DATE.
           PERFORM ADD-PENDING-ENTRY.
           ADD 1 TO WS-CHANGES-QUEUED.
           MOVE SPACES TO MAINT-LOG-REC.
           STRING WS-RUN-CCYYDDD " Q " MT-CUST-NO " " WS-DC-FIELD
                   " QUEUED BY " MT-ENTERED-BY
                   " NEW=(" WS-DC-NEW ")"
               DELIMITED BY SIZE INTO MAINT-LOG-REC.
           WRITE MAINT-LOG-REC.

      *    A new customer's overdraft limit, tax status and
      *    withholding rate start at the defaults APPLY-ADD set and
      *    move to the supplied value now, or on approval.
       APPLY-ADD-CONTROLLED-FIELDS.
           IF MT-OVERDRAFT-LIMIT-X NOT = SPACES
               MOVE "CN-OD-LIMIT" TO WS-DC-FIELD
               PERFORM CHECK-FIELD-SENSITIVE
               IF WS-FIELD-SENSITIVE
                   MOVE MW-OVERDRAFT-LIMIT TO WS-OD-LIMIT-VALUE
                   MOVE WS-OD-LIMIT-IMAGE TO WS-DC-OLD
                   MOVE MT-OVERDRAFT-LIMIT-X TO WS-DC-NEW
                   PERFORM QUEUE-PENDING-CHANGE
               ELSE
                   MOVE MT-OVERDRAFT-LIMIT TO MW-OVERDRAFT-LIMIT
               END-IF
           END-IF.
           IF MT-TAX-STATUS NOT = SPACE
               MOVE "CN-TAX-STATUS" TO WS-DC-FIELD
               PERFORM CHECK-FIELD-SENSITIVE
               IF WS-FIELD-SENSITIVE
                   MOVE MW-TAX-STATUS TO WS-DC-OLD
                   MOVE MT-TAX-STATUS TO WS-DC-NEW
                   PERFORM QUEUE-PENDING-CHANGE
               ELSE
                   MOVE MT-TAX-STATUS TO MW-TAX-STATUS
               END-IF
           END-IF.
           IF MT-WITHHOLD-RATE-X NOT = SPACES
               MOVE "CN-WHOLD-RATE" TO WS-DC-FIELD
               PERFORM CHECK-FIELD-SENSITIVE
               IF WS-FIELD-SENSITIVE
                   MOVE MW-WITHHOLD-RATE TO WS-RATE-VALUE
                   MOVE WS-RATE-IMAGE TO WS-DC-OLD
                   MOVE MT-WITHHOLD-RATE-X TO WS-DC-NEW
                   PERFORM QUEUE-PENDING-CHANGE
               ELSE
                   MOVE MT-WITHHOLD-RATE TO MW-WITHHOLD-RATE
               END-IF
           END-IF.

       APPLY-CHANGE-CONTROLLED-FIELDS.
           IF MT-OVERDRAFT-LIMIT-X NOT = SPACES
                   AND MT-OVERDRAFT-LIMIT NOT = CN-OVERDRAFT-LIMIT
               MOVE "CN-OD-LIMIT" TO WS-DC-FIELD
               PERFORM CHECK-FIELD-SENSITIVE
               IF WS-FIELD-SENSITIVE
                   MOVE CN-OVERDRAFT-LIMIT TO WS-OD-LIMIT-VALUE
                   MOVE WS-OD-LIMIT-IMAGE TO WS-DC-OLD
                   MOVE MT-OVERDRAFT-LIMIT-X TO WS-DC-NEW
                   PERFORM QUEUE-PENDING-CHANGE
               ELSE
                   MOVE MT-OVERDRAFT-LIMIT TO CN-OVERDRAFT-LIMIT
               END-IF
           END-IF.
           IF MT-TAX-STATUS NOT = SPACE
                   AND MT-TAX-STATUS NOT = CN-TAX-STATUS
               MOVE "CN-TAX-STATUS" TO WS-DC-FIELD
               PERFORM CHECK-FIELD-SENSITIVE
               IF WS-FIELD-SENSITIVE
                   MOVE CN-TAX-STATUS TO WS-DC-OLD
                   MOVE MT-TAX-STATUS TO WS-DC-NEW
                   PERFORM QUEUE-PENDING-CHANGE
               ELSE
                   MOVE MT-TAX-STATUS TO CN-TAX-STATUS
               END-IF
           END-IF.
           IF MT-WITHHOLD-RATE-X NOT = SPACES
                   AND MT-WITHHOLD-RATE NOT = CN-WITHHOLD-RATE
               MOVE "CN-WHOLD-RATE" TO WS-DC-FIELD
               PERFORM CHECK-FIELD-SENSITIVE
               IF WS-FIELD-SENSITIVE
                   MOVE CN-WITHHOLD-RATE TO WS-RATE-VALUE
                   MOVE WS-RATE-IMAGE TO WS-DC-OLD
                   MOVE MT-WITHHOLD-RATE-X TO WS-DC-NEW
                   PERFORM QUEUE-PENDING-CHANGE
               ELSE
                   MOVE MT-WITHHOLD-RATE TO CN-WITHHOLD-RATE
               END-IF
           END-IF.

      ***************************************************************
      *  As each master record is read, the changes MCKAPR01 has
      *  approved for the customer are laid onto it, before any of
      *  tonight's transactions, and logged with both users.
      ***************************************************************
       APPLY-APPROVED-CHANGES.
           PERFORM VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX > WS-PEND-COUNT
               IF WS-PEND-CUST-NO (PD-IDX) = CN-CUST-NO
                       AND WS-PEND-STATUS (PD-IDX) = "A"
                   PERFORM APPLY-ONE-APPROVED-CHANGE
               END-IF
           END-PERFORM.

       APPLY-ONE-APPROVED-CHANGE.
           MOVE WS-PEND-IMAGE (PD-IDX) TO WS-PENDING-CHANGE.
           EVALUATE PD-FIELD-NAME
               WHEN "CN-CUST-NAME"
                   MOVE PD-NEW-VALUE TO CN-CUST-NAME
               WHEN "CN-ADDRESS"
                   MOVE PD-NEW-VALUE TO CN-ADDRESS
               WHEN "CN-ZIP"
                   MOVE PD-NEW-VALUE (1:9) TO WS-ZIP-IMAGE
                   MOVE WS-ZIP-VALUE TO CN-ZIP
               WHEN "CN-OD-LIMIT"
                   MOVE PD-NEW-VALUE (1:9) TO WS-OD-LIMIT-IMAGE
                   MOVE WS-OD-LIMIT-VALUE TO CN-OVERDRAFT-LIMIT
               WHEN "CN-TAX-STATUS"
                   MOVE PD-NEW-VALUE (1:1) TO CN-TAX-STATUS
               WHEN "CN-WHOLD-RATE"
                   MOVE PD-NEW-VALUE (1:5) TO WS-RATE-IMAGE
                   MOVE WS-RATE-VALUE TO CN-WITHHOLD-RATE
               WHEN "CN-PHONE-NO"
                   MOVE PD-NEW-VALUE TO CN-PHONE-NO
               WHEN "CN-EMAIL"
                   MOVE PD-NEW-VALUE TO CN-EMAIL-ADDRESS
               WHEN "CN-TAXPAYER-ID"
                   MOVE PD-NEW-VALUE (1:9) TO CN-TAXPAYER-ID
           END-EVALUATE.
           SET PD-APPLIED TO TRUE.
           MOVE PD-STATUS TO WS-PEND-STATUS (PD-IDX).
           MOVE WS-PENDING-CHANGE TO WS-PEND-IMAGE (PD-IDX).
           ADD 1 TO WS-CHANGES-APPLIED.
           MOVE SPACES TO MAINT-LOG-REC.
           STRING WS-RUN-CCYYDDD " P " CN-CUST-NO " " PD-FIELD-NAME
                   " APPLIED ENTERED BY " PD-MAKER
                   " APPROVED BY " PD-CHECKER
               DELIMITED BY SIZE INTO MAINT-LOG-REC.
           WRITE MAINT-LOG-REC.

      *    Every master record has passed: an approval still not
      *    applied belongs to a customer no longer on the master.
       CANCEL-UNAPPLIED-CHANGES.
           PERFORM VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX > WS-PEND-COUNT
               IF WS-PEND-STATUS (PD-IDX) = "A"
                   MOVE WS-PEND-IMAGE (PD-IDX) TO WS-PENDING-CHANGE
                   SET PD-CANCELLED TO TRUE
                   MOVE PD-STATUS TO WS-PEND-STATUS (PD-IDX)
                   MOVE WS-PENDING-CHANGE TO WS-PEND-IMAGE (PD-IDX)
                   ADD 1 TO WS-CHANGES-CANCELLED
                   MOVE SPACES TO MAINT-LOG-REC
                   STRING WS-RUN-CCYYDDD " X " PD-CUST-NO " "
                           PD-FIELD-NAME
                           " CANCELLED - CUSTOMER NOT ON MASTER"
                       DELIMITED BY SIZE INTO MAINT-LOG-REC
                   WRITE MAINT-LOG-REC
               END-IF
           END-PERFORM.

       SAVE-PENDING-CHANGES.
           OPEN OUTPUT PENDING-CHANGE-OUT.
           OPEN EXTEND CHANGE-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-HISTORY-FILE
           END-IF.
           PERFORM VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX > WS-PEND-COUNT
               IF WS-PEND-STATUS (PD-IDX) = "P" OR "A"
                   WRITE PENDING-CHANGE-OUT-REC
                       FROM WS-PEND-IMAGE (PD-IDX)
               ELSE
                   WRITE CHANGE-HISTORY-REC
                       FROM WS-PEND-IMAGE (PD-IDX)
               END-IF
           END-PERFORM.
           CLOSE PENDING-CHANGE-OUT.
           CLOSE CHANGE-HISTORY-FILE.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "CUSMNT01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           SET LC-ACTION-CHECK TO TRUE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.

       SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-IN-STATUS = "00"
               READ CUSTOMER-MASTER-IN
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       STAMP-CUSTOMER-HEADER.
           MOVE "CUSMNT01" TO LC-PROGRAM-NAME.
           MOVE WS-RUN-CCYYDDD TO LC-RUN-DATE.
           MOVE LV-CUSNEW-LAYOUT TO LC-EXPECTED-LAYOUT.
           SET LC-ACTION-STAMP TO TRUE.
           CALL "LAYCHK01" USING WS-LAYOUT-CHECK-REQUEST.
           WRITE CUSTOMER-MASTER-OUT-REC FROM LC-RECORD-IMAGE.
       END PROGRAM CUSMNT01.
