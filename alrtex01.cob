       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTEX01.
      ***************************************************************
      *  ALRTEX01 - nightly customer alert extract for the SMS and
      *  email delivery vendor, run after the master scan.  The
      *  day's events are gathered from the files the steps before
      *  it leave behind:
      *    FH  fraud hold     - customers on tonight's VELCHK01 hold
      *                         report
      *    LB  low balance    - customers posted to tonight whose
      *                         closing balance is below the
      *                         customer's alert level
      *    LD  large debit    - each debit on tonight's posting
      *                         journal larger than the customer's
      *                         alert level
      *    OD  overdrawn      - accounts the ODRPT01 tracking file
      *                         shows newly overdrawn tonight and
      *                         the master still shows below zero
      *    SC  status change  - tonight's lines on the STSCHG01
      *                         status change log
      *  Only the alert types a customer subscribed to through
      *  CUSMNT01 are taken (see WSALTSUB), so the sort carries
      *  nothing the vendor will not be sent.  Sweep transfer legs
      *  move money between the customer's own accounts and raise
      *  no debit alert.
      *
      *  The sorted events are matched to the master in customer
      *  order for the balance, limit, language and contact points.
      *  Each alert is worded from the ALERTS document on the
      *  correspondence template file in the customer's language
      *  and goes out once per channel subscribed - to the mobile
      *  number for SMS, the email address for email, both for B.
      *  A channel with no contact point on the master is skipped
      *  and counted.  The extract closes with a trailer record
      *  carrying the number of alert records the vendor should
      *  find.
      *
      *  ALERTS template lines, by alert type:
      *    001 FH              no values
      *    002 LB  &1 balance  &2 alert level
      *    003 LD  &1 debit    &2 alert level
      *    004 OD  &1 balance  &2 overdraft limit
      *    005 SC  &1 old status  &2 new status
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-SUB-FILE
               ASSIGN TO "data/alert_subscriptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-FILE-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "data/posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT OVERDRAFT-TRACK-FILE
               ASSIGN TO "data/overdraft_track.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACK-FILE-STATUS.
           SELECT STATUS-LOG-FILE
               ASSIGN TO "data/status_change_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.
           SELECT HOLD-REPORT-FILE
               ASSIGN TO "data/velocity_hold_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "data/cust_master_new.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT ALERT-SORT-FILE
               ASSIGN TO "data/alert_sortwk.dat".
           SELECT ALERT-EXTRACT-FILE
               ASSIGN TO "data/alert_notifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-SUB-FILE.
       COPY WSALTSUB.

       FD  POSTING-JOURNAL-FILE.
       01  POSTING-JOURNAL-REC           PIC X(90).

       FD  OVERDRAFT-TRACK-FILE.
       01  TRACK-REC.
           02 TK-CUST-NO                 PIC 9(9).
           02 TK-FIRST-OD-DATE           PIC 9(7).

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

       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-REC               PIC X(90).

       FD  CUSTOMER-MASTER-FILE.
       COPY WSCUSNEW.

       SD  ALERT-SORT-FILE.
       01  ALERT-SORT-REC.
           05 AE-CUST-NO                 PIC 9(9).
           05 AE-ALERT-TYPE              PIC X(2).
           05 AE-EVENT-SEQ               PIC 9(7).
           05 AE-AMOUNT                  PIC S9(9)V99.
           05 AE-TEXT-1                  PIC X(10).
           05 AE-TEXT-2                  PIC X(10).

       FD  ALERT-EXTRACT-FILE.
       COPY WSALTEXT.

       WORKING-STORAGE SECTION.
       01 WS-SUB-FILE-STATUS             PIC XX.
       01 WS-JOURNAL-FILE-STATUS         PIC XX.
       01 WS-TRACK-FILE-STATUS           PIC XX.
       01 WS-STATUS-FILE-STATUS          PIC XX.
       01 WS-HOLD-FILE-STATUS            PIC XX.
       01 WS-MASTER-FILE-STATUS          PIC XX.
       01 WS-EXTRACT-FILE-STATUS         PIC XX.
       01 WS-SORT-RETURN                 PIC XX.
      *
      *  Every subscription, keyed customer + alert type so an
      *  event is kept or dropped by one SEARCH ALL.
      *
       01 WS-SUB-TABLE.
           05 WS-SUB-COUNT               PIC 9(5) VALUE 0.
           05 WS-SUB-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-SUB-COUNT
                   ASCENDING KEY IS WS-SB-KEY
                   INDEXED BY SB-IDX.
               10 WS-SB-KEY.
                   15 WS-SB-CUST-NO      PIC 9(9).
                   15 WS-SB-ALERT-TYPE   PIC X(2).
               10 WS-SB-CHANNEL          PIC X(1).
               10 WS-SB-THRESHOLD        PIC 9(7)V99.
       01 WS-LAST-SUB-KEY                PIC X(11) VALUE LOW-VALUES.
       01 WS-FIND-KEY.
           05 WS-FIND-CUST-NO            PIC 9(9).
           05 WS-FIND-ALERT-TYPE         PIC X(2).
       01 WS-FOUND-SWITCH                PIC X(1).
           88 WS-SUB-FOUND               VALUE "Y".
       01 WS-MASTER-EOF-SWITCH           PIC X(1) VALUE "N".
           88 WS-MASTER-EOF              VALUE "Y".
       01 WS-HOLD-REPORT-SWITCH          PIC X(1).
           88 WS-HOLD-REPORT-TONIGHT     VALUE "Y".
       01 WS-LAST-LB-CUST-NO             PIC 9(9) VALUE 0.
       01 WS-EVENT-SEQ                   PIC 9(7) VALUE 0.
       01 WS-ITEM-AMOUNT                 PIC S9(9)V99.
       01 WS-ALERT-AMOUNT                PIC S9(9)V99.
       01 WS-AMOUNT-EDIT                 PIC -(9)9.99.
       01 WS-AMOUNT-TEXT                 PIC X(30).
       01 WS-ALERT-CHANNEL               PIC X(1).
       01 WS-ALERT-DESTINATION           PIC X(50).
       01 WS-LEADING-SPACES              PIC 9(2).
       01 WS-EVENTS-RELEASED             PIC 9(7) VALUE 0.
       01 WS-ALERTS-WRITTEN              PIC 9(7) VALUE 0.
       01 WS-NO-CONTACT                  PIC 9(7) VALUE 0.
       01 WS-NOT-ON-MASTER               PIC 9(7) VALUE 0.
       COPY WSCORTPL.
       COPY WSLAYCHK.
       COPY WSLAYVER.
       COPY WSRUNCTL.
       COPY WSAUDTRL.
       COPY WSEXCLOG.

       PROCEDURE DIVISION.
       ALRTEX01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "ALRTEX01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM CHECK-FILE-LAYOUTS.
           IF LC-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-SUBSCRIPTIONS.

           SORT ALERT-SORT-FILE
               ON ASCENDING KEY AE-CUST-NO
                                AE-ALERT-TYPE
                                AE-EVENT-SEQ
               INPUT PROCEDURE IS RELEASE-DAY-EVENTS
               OUTPUT PROCEDURE IS WRITE-ALERT-EXTRACT.

           DISPLAY "ALRTEX01: SUBSCRIPTIONS=" WS-SUB-COUNT
               " EVENTS=" WS-EVENTS-RELEASED
               " ALERTS=" WS-ALERTS-WRITTEN
               " NO CONTACT=" WS-NO-CONTACT
               " NOT ON MASTER=" WS-NOT-ON-MASTER.

           MOVE WS-ALERTS-WRITTEN TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           GOBACK.

      ***************************************************************
      *  The subscription file is kept in customer and type order
      *  by CUSMNT01; a record out of that order could never be
      *  found by the binary search and is logged and passed over.
      ***************************************************************
       LOAD-SUBSCRIPTIONS.
           OPEN INPUT ALERT-SUB-FILE.
           IF WS-SUB-FILE-STATUS = "00"
               PERFORM UNTIL WS-SUB-FILE-STATUS = "10"
                   READ ALERT-SUB-FILE
                       AT END
                           MOVE "10" TO WS-SUB-FILE-STATUS
                       NOT AT END
                           PERFORM TAKE-ONE-SUBSCRIPTION
                   END-READ
               END-PERFORM
               CLOSE ALERT-SUB-FILE
           END-IF.

       TAKE-ONE-SUBSCRIPTION.
           MOVE AS-CUST-NO TO WS-FIND-CUST-NO.
           MOVE AS-ALERT-TYPE TO WS-FIND-ALERT-TYPE.
           EVALUATE TRUE
               WHEN WS-FIND-KEY NOT > WS-LAST-SUB-KEY
                   MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
                   MOVE "ALRTEX01" TO ER-JOB-STEP
                   MOVE "ALRT" TO ER-ERROR-CODE
                   MOVE SPACES TO ER-ERROR-TEXT
                   STRING "SUBSCRIPTION OUT OF ORDER AT " AS-CUST-NO
                       DELIMITED BY SIZE INTO ER-ERROR-TEXT
                   CALL "EXCPLOG01" USING WS-ERROR-RECORD
               WHEN WS-SUB-COUNT >= 20000
                   MOVE WS-RUN-CCYYDDD TO ER-RUN-DATE
                   MOVE "ALRTEX01" TO ER-JOB-STEP
                   MOVE "ALRT" TO ER-ERROR-CODE
                   MOVE SPACES TO ER-ERROR-TEXT
                   STRING "SUBSCRIPTION TABLE FULL AT " AS-CUST-NO
                       DELIMITED BY SIZE INTO ER-ERROR-TEXT
                   CALL "EXCPLOG01" USING WS-ERROR-RECORD
               WHEN OTHER
                   ADD 1 TO WS-SUB-COUNT
                   MOVE WS-FIND-KEY TO WS-SB-KEY (WS-SUB-COUNT)
                   MOVE AS-CHANNEL TO WS-SB-CHANNEL (WS-SUB-COUNT)
                   MOVE AS-THRESHOLD TO WS-SB-THRESHOLD (WS-SUB-COUNT)
                   MOVE WS-FIND-KEY TO WS-LAST-SUB-KEY
           END-EVALUATE.

       FIND-SUBSCRIPTION.
           MOVE "N" TO WS-FOUND-SWITCH.
           IF WS-SUB-COUNT > 0
               SEARCH ALL WS-SUB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SB-KEY (SB-IDX) = WS-FIND-KEY
                       MOVE "Y" TO WS-FOUND-SWITCH
               END-SEARCH
           END-IF.

      ***************************************************************
      *  Input side: each source is read for tonight's events only,
      *  and an event is released only when the customer subscribed
      *  to its alert type.  The large-debit level is applied here;
      *  the low-balance level waits for the closing balance on the
      *  master, so one LB candidate goes in per posting and the
      *  output side judges the customer once.
      ***************************************************************
       RELEASE-DAY-EVENTS.
           IF WS-SUB-COUNT > 0
               PERFORM RELEASE-JOURNAL-EVENTS
               PERFORM RELEASE-OVERDRAFT-EVENTS
               PERFORM RELEASE-STATUS-EVENTS
               PERFORM RELEASE-HOLD-EVENTS
           END-IF.

       RELEASE-JOURNAL-EVENTS.
           OPEN INPUT POSTING-JOURNAL-FILE.
           PERFORM SKIP-POSTING-HEADER.
           IF WS-JOURNAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-FILE-STATUS = "10"
                   READ POSTING-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-JOURNAL-FILE-STATUS
                       NOT AT END
                           IF POSTING-JOURNAL-REC (9:9) IS NUMERIC
                                   AND POSTING-JOURNAL-REC (1:7)
                                       = WS-RUN-CCYYDDD (1:7)
                                   AND POSTING-JOURNAL-REC (65:8)
                                       NOT = "SWEEPXFR"
                               PERFORM TAKE-JOURNAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-JOURNAL-FILE
           END-IF.

       TAKE-JOURNAL-LINE.
           MOVE POSTING-JOURNAL-REC (9:9) TO WS-FIND-CUST-NO.
           COMPUTE WS-ITEM-AMOUNT =
               FUNCTION NUMVAL (POSTING-JOURNAL-REC (26:11)).
           MOVE "LB" TO WS-FIND-ALERT-TYPE.
           PERFORM FIND-SUBSCRIPTION.
           IF WS-SUB-FOUND
               MOVE 0 TO WS-ALERT-AMOUNT
               MOVE SPACES TO AE-TEXT-1
               MOVE SPACES TO AE-TEXT-2
               PERFORM RELEASE-ONE-EVENT
           END-IF.
           IF WS-ITEM-AMOUNT < 0
               MOVE "LD" TO WS-FIND-ALERT-TYPE
               PERFORM FIND-SUBSCRIPTION
               IF WS-SUB-FOUND
                       AND 0 - WS-ITEM-AMOUNT
                           > WS-SB-THRESHOLD (SB-IDX)
                   MOVE WS-ITEM-AMOUNT TO WS-ALERT-AMOUNT
                   MOVE SPACES TO AE-TEXT-1
                   MOVE SPACES TO AE-TEXT-2
                   PERFORM RELEASE-ONE-EVENT
               END-IF
           END-IF.

       RELEASE-OVERDRAFT-EVENTS.
           OPEN INPUT OVERDRAFT-TRACK-FILE.
           IF WS-TRACK-FILE-STATUS = "00"
               PERFORM UNTIL WS-TRACK-FILE-STATUS = "10"
                   READ OVERDRAFT-TRACK-FILE
                       AT END
                           MOVE "10" TO WS-TRACK-FILE-STATUS
                       NOT AT END
                           IF TK-FIRST-OD-DATE = WS-RUN-CCYYDDD
                               MOVE TK-CUST-NO TO WS-FIND-CUST-NO
                               MOVE "OD" TO WS-FIND-ALERT-TYPE
                               MOVE SPACES TO AE-TEXT-1
                               MOVE SPACES TO AE-TEXT-2
                               PERFORM RELEASE-IF-SUBSCRIBED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERDRAFT-TRACK-FILE
           END-IF.

       RELEASE-STATUS-EVENTS.
           OPEN INPUT STATUS-LOG-FILE.
           IF WS-STATUS-FILE-STATUS = "00"
               PERFORM UNTIL WS-STATUS-FILE-STATUS = "10"
                   READ STATUS-LOG-FILE
                       AT END
                           MOVE "10" TO WS-STATUS-FILE-STATUS
                       NOT AT END
                           IF SL-RUN-DATE = WS-RUN-CCYYDDD (1:7)
                                   AND SL-CUST-NO IS NUMERIC
                               MOVE SL-CUST-NO TO WS-FIND-CUST-NO
                               MOVE "SC" TO WS-FIND-ALERT-TYPE
                               MOVE SL-OLD-STATUS TO AE-TEXT-1
                               MOVE SL-NEW-STATUS TO AE-TEXT-2
                               PERFORM RELEASE-IF-SUBSCRIBED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATUS-LOG-FILE
           END-IF.

      *    The hold report is rewritten by every VELCHK01 run; a
      *    report whose header is not tonight's is a stale one and
      *    raises nothing.
       RELEASE-HOLD-EVENTS.
           MOVE "N" TO WS-HOLD-REPORT-SWITCH.
           OPEN INPUT HOLD-REPORT-FILE.
           IF WS-HOLD-FILE-STATUS = "00"
               PERFORM UNTIL WS-HOLD-FILE-STATUS = "10"
                   READ HOLD-REPORT-FILE
                       AT END
                           MOVE "10" TO WS-HOLD-FILE-STATUS
                       NOT AT END
                           PERFORM TAKE-HOLD-REPORT-LINE
                   END-READ
               END-PERFORM
               CLOSE HOLD-REPORT-FILE
           END-IF.

       TAKE-HOLD-REPORT-LINE.
           EVALUATE TRUE
               WHEN HOLD-REPORT-REC (1:26)
                       = "VELOCITY HOLD QUEUE  DATE "
                   IF HOLD-REPORT-REC (27:7) = WS-RUN-CCYYDDD (1:7)
                       MOVE "Y" TO WS-HOLD-REPORT-SWITCH
                   END-IF
               WHEN WS-HOLD-REPORT-TONIGHT
                       AND HOLD-REPORT-REC (1:7) = "  HELD "
                       AND HOLD-REPORT-REC (8:9) IS NUMERIC
                   MOVE HOLD-REPORT-REC (8:9) TO WS-FIND-CUST-NO
                   MOVE "FH" TO WS-FIND-ALERT-TYPE
                   MOVE SPACES TO AE-TEXT-1
                   MOVE SPACES TO AE-TEXT-2
                   PERFORM RELEASE-IF-SUBSCRIBED
           END-EVALUATE.

       RELEASE-IF-SUBSCRIBED.
           PERFORM FIND-SUBSCRIPTION.
           IF WS-SUB-FOUND
               MOVE 0 TO WS-ALERT-AMOUNT
               PERFORM RELEASE-ONE-EVENT
           END-IF.

       RELEASE-ONE-EVENT.
           ADD 1 TO WS-EVENT-SEQ.
           ADD 1 TO WS-EVENTS-RELEASED.
           MOVE WS-FIND-CUST-NO TO AE-CUST-NO.
           MOVE WS-FIND-ALERT-TYPE TO AE-ALERT-TYPE.
           MOVE WS-EVENT-SEQ TO AE-EVENT-SEQ.
           MOVE WS-ALERT-AMOUNT TO AE-AMOUNT.
           RELEASE ALERT-SORT-REC.

      ***************************************************************
      *  Output side: the events come back in customer order and
      *  are matched to the master for what the alert says and
      *  where it goes.
      ***************************************************************
       WRITE-ALERT-EXTRACT.
           OPEN OUTPUT ALERT-EXTRACT-FILE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM SKIP-CUSTOMER-HEADER.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM READ-NEXT-MASTER
           ELSE
               MOVE "Y" TO WS-MASTER-EOF-SWITCH
           END-IF.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN ALERT-SORT-FILE
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       PERFORM TAKE-SORTED-EVENT
               END-RETURN
           END-PERFORM.
           IF WS-MASTER-FILE-STATUS NOT = "35"
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           MOVE SPACES TO WS-ALERT-EXTRACT-RECORD.
           SET AX-TRAILER TO TRUE.
           MOVE WS-RUN-CCYYDDD TO AX-TRL-RUN-DATE.
           MOVE WS-ALERTS-WRITTEN TO AX-TRL-RECORD-COUNT.
           WRITE WS-ALERT-EXTRACT-RECORD.
           CLOSE ALERT-EXTRACT-FILE.

       READ-NEXT-MASTER.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
           END-READ.

       TAKE-SORTED-EVENT.
           PERFORM READ-NEXT-MASTER
               UNTIL WS-MASTER-EOF
                   OR CN-CUST-NO NOT < AE-CUST-NO.
           IF WS-MASTER-EOF OR CN-CUST-NO NOT = AE-CUST-NO
               ADD 1 TO WS-NOT-ON-MASTER
               EXIT PARAGRAPH
           END-IF.
           MOVE AE-CUST-NO TO WS-FIND-CUST-NO.
           MOVE AE-ALERT-TYPE TO WS-FIND-ALERT-TYPE.
           PERFORM FIND-SUBSCRIPTION.
           MOVE SPACES TO TP-VALUE (1) TP-VALUE (2) TP-VALUE (3)
                          TP-VALUE (4) TP-VALUE (5).
           EVALUATE AE-ALERT-TYPE
               WHEN "FH"
                   MOVE 1 TO TP-LINE-NO
                   MOVE 0 TO WS-ALERT-AMOUNT
                   PERFORM WRITE-ALERT-CHANNELS
               WHEN "LB"
                   IF CN-CUST-NO NOT = WS-LAST-LB-CUST-NO
                       MOVE CN-CUST-NO TO WS-LAST-LB-CUST-NO
                       IF CN-BALANCE < WS-SB-THRESHOLD (SB-IDX)
                           MOVE 2 TO TP-LINE-NO
                           MOVE CN-BALANCE TO WS-ALERT-AMOUNT
                           PERFORM EDIT-AMOUNT-TEXT
                           MOVE WS-AMOUNT-TEXT TO TP-VALUE (1)
                           MOVE WS-SB-THRESHOLD (SB-IDX)
                               TO WS-ALERT-AMOUNT
                           PERFORM EDIT-AMOUNT-TEXT
                           MOVE WS-AMOUNT-TEXT TO TP-VALUE (2)
                           MOVE CN-BALANCE TO WS-ALERT-AMOUNT
                           PERFORM WRITE-ALERT-CHANNELS
                       END-IF
                   END-IF
               WHEN "LD"
                   MOVE 3 TO TP-LINE-NO
                   COMPUTE WS-ALERT-AMOUNT = 0 - AE-AMOUNT
                   PERFORM EDIT-AMOUNT-TEXT
                   MOVE WS-AMOUNT-TEXT TO TP-VALUE (1)
                   MOVE WS-SB-THRESHOLD (SB-IDX) TO WS-ALERT-AMOUNT
                   PERFORM EDIT-AMOUNT-TEXT
                   MOVE WS-AMOUNT-TEXT TO TP-VALUE (2)
                   MOVE AE-AMOUNT TO WS-ALERT-AMOUNT
                   PERFORM WRITE-ALERT-CHANNELS
               WHEN "OD"
                   IF CN-BALANCE < 0
                       MOVE 4 TO TP-LINE-NO
                       MOVE CN-BALANCE TO WS-ALERT-AMOUNT
                       PERFORM EDIT-AMOUNT-TEXT
                       MOVE WS-AMOUNT-TEXT TO TP-VALUE (1)
                       MOVE CN-OVERDRAFT-LIMIT TO WS-ALERT-AMOUNT
                       PERFORM EDIT-AMOUNT-TEXT
                       MOVE WS-AMOUNT-TEXT TO TP-VALUE (2)
                       MOVE CN-BALANCE TO WS-ALERT-AMOUNT
                       PERFORM WRITE-ALERT-CHANNELS
                   END-IF
               WHEN "SC"
                   MOVE 5 TO TP-LINE-NO
                   MOVE AE-TEXT-1 TO TP-VALUE (1)
                   MOVE AE-TEXT-2 TO TP-VALUE (2)
                   MOVE 0 TO WS-ALERT-AMOUNT
                   PERFORM WRITE-ALERT-CHANNELS
           END-EVALUATE.

      *    Amounts are worded without leading zeros or padding, the
      *    way the customer reads them on a phone.
       EDIT-AMOUNT-TEXT.
           MOVE WS-ALERT-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE 0 TO WS-LEADING-SPACES.
           INSPECT WS-AMOUNT-EDIT
               TALLYING WS-LEADING-SPACES FOR LEADING SPACE.
           MOVE WS-AMOUNT-EDIT (WS-LEADING-SPACES + 1:)
               TO WS-AMOUNT-TEXT.

       WRITE-ALERT-CHANNELS.
           MOVE "ALRTEX01" TO TP-SOURCE-PROGRAM.
           MOVE "ALERTS" TO TP-DOCUMENT.
           MOVE CN-LANGUAGE-CODE TO TP-LANGUAGE.
           CALL "CORTPL01" USING WS-CORR-TEMPLATE-REQUEST.
           IF WS-SB-CHANNEL (SB-IDX) = "S" OR "B"
               MOVE "S" TO WS-ALERT-CHANNEL
               MOVE CN-PHONE-NO TO WS-ALERT-DESTINATION
               PERFORM WRITE-ONE-ALERT
           END-IF.
           IF WS-SB-CHANNEL (SB-IDX) = "E" OR "B"
               MOVE "E" TO WS-ALERT-CHANNEL
               MOVE CN-EMAIL-ADDRESS TO WS-ALERT-DESTINATION
               PERFORM WRITE-ONE-ALERT
           END-IF.

       WRITE-ONE-ALERT.
           IF WS-ALERT-DESTINATION = SPACES
               ADD 1 TO WS-NO-CONTACT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ALERT-EXTRACT-RECORD.
           SET AX-ALERT-DETAIL TO TRUE.
           MOVE WS-ALERT-CHANNEL TO AX-CHANNEL.
           MOVE WS-ALERT-DESTINATION TO AX-DESTINATION.
           MOVE WS-RUN-CCYYDDD TO AX-RUN-DATE.
           MOVE CN-CUST-NO TO AX-CUST-NO.
           MOVE AE-ALERT-TYPE TO AX-ALERT-TYPE.
           MOVE CN-LANGUAGE-CODE TO AX-LANGUAGE.
           IF AX-LANGUAGE = SPACES
               MOVE "EN" TO AX-LANGUAGE
           END-IF.
           MOVE WS-ALERT-AMOUNT TO AX-AMOUNT.
           MOVE TP-TEXT-LINE TO AX-MESSAGE.
           WRITE WS-ALERT-EXTRACT-RECORD.
           ADD 1 TO WS-ALERTS-WRITTEN.

      ***************************************************************
      *  Every master and journal this step works from must carry
      *  the layout the step was compiled for; LAYCHK01 refuses
      *  the run on any other before a record is touched.
      ***************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE "ALRTEX01" TO LC-PROGRAM-NAME.
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
       END PROGRAM ALRTEX01.
