       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFRSP01.
      ***************************************************************
      *  OFFRSP01 - cross-sell offer response matching and response
      *  rates.  The response house returns one WSOFFRSP record per
      *  customer reply - accepted, enquired, or declined - naming
      *  the offer and the customer.  Each reply is matched to the
      *  offer history OFFSEL01 keeps: a reply to an offer the
      *  customer was never sent is rejected NOFR, one dated before
      *  the offer went out DATE, a second reply to the same offer
      *  DUPR, and one with a response code other than A, E or D
      *  CODE.  A matched reply goes on the response history with
      *  the date of the offer it answered and tonight's date; a
      *  rerun of the same night replaces that night's matches
      *  rather than adding to them.
      *
      *  The report gives, per offer, the customers sent it over
      *  the whole history, the replies matched to it, how they
      *  split, and the response and acceptance rates.  Offer
      *  descriptions come from the WSOFFRUL control file; an offer
      *  since taken off the file still reports from its history.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFER-RULE-FILE
               ASSIGN TO "data/offer_selection_rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT OFFER-HISTORY-FILE
               ASSIGN TO "data/offer_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT HISTORY-SORT
               ASSIGN TO "data/offer_history_sortwk.dat".
           SELECT RESPONSE-FILE
               ASSIGN TO "data/offer_responses.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-FILE-STATUS.
           SELECT RESPONSE-HIST-IN
               ASSIGN TO "data/offer_response_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-IN-STATUS.
           SELECT RESPONSE-HIST-WORK
               ASSIGN TO "data/offer_response_history_wrk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-WORK-STATUS.
           SELECT RESPONSE-HIST-COPY-IN
               ASSIGN TO "data/offer_response_history_wrk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-CI-STATUS.
           SELECT RESPONSE-HIST-REWRITE
               ASSIGN TO "data/offer_response_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-RW-STATUS.
           SELECT RESPONSE-REJECT-FILE
               ASSIGN TO "data/offer_response_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT RESPONSE-REPORT-FILE
               ASSIGN TO "data/offer_response_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFER-RULE-FILE.
       COPY WSOFFRUL.

       FD  OFFER-HISTORY-FILE.
       01  OFFER-HISTORY-REC             PIC X(25).

      *
      *  Offer, customer, then date: the first selection of a
      *  customer for an offer comes first and is the one kept.
      *
       SD  HISTORY-SORT.
       COPY WSOFFHST.

       FD  RESPONSE-FILE.
       COPY WSOFFRSP.

       FD  RESPONSE-HIST-IN.
       COPY WSOFFRSP REPLACING
           ==WS-OFFER-RESPONSE== BY ==RESPONSE-HIST-IN-REC==
           ==RP-RESPONSE-DATE== BY ==RH-RESPONSE-DATE==
           ==RP-OFFER-ID== BY ==RH-OFFER-ID==
           ==RP-CUST-NO== BY ==RH-CUST-NO==
           ==RP-RESPONSE-CODE== BY ==RH-RESPONSE-CODE==
           ==RP-ACCEPTED== BY ==RH-ACCEPTED==
           ==RP-ENQUIRED== BY ==RH-ENQUIRED==
           ==RP-DECLINED== BY ==RH-DECLINED==
           ==RP-RESPONSE-VALID== BY ==RH-RESPONSE-VALID==
           ==RP-SELECTED-DATE== BY ==RH-SELECTED-DATE==
           ==RP-MATCHED-DATE== BY ==RH-MATCHED-DATE==.

       FD  RESPONSE-HIST-WORK.
       01  RESPONSE-HIST-WORK-REC        PIC X(39).

       FD  RESPONSE-HIST-COPY-IN.
       01  RESPONSE-HIST-COPY-REC        PIC X(39).

       FD  RESPONSE-HIST-REWRITE.
       01  RESPONSE-HIST-REWRITE-REC     PIC X(39).

       FD  RESPONSE-REJECT-FILE.
       01  RESPONSE-REJECT-REC           PIC X(60).

       FD  RESPONSE-REPORT-FILE.
       01  RESPONSE-REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RULE-FILE-STATUS            PIC XX.
       01 WS-HISTORY-FILE-STATUS         PIC XX.
       01 WS-RESPONSE-FILE-STATUS        PIC XX.
       01 WS-RESP-IN-STATUS              PIC XX.
       01 WS-RESP-WORK-STATUS            PIC XX.
       01 WS-RESP-CI-STATUS              PIC XX.
       01 WS-RESP-RW-STATUS              PIC XX.
       01 WS-REJECT-FILE-STATUS          PIC XX.
       01 WS-REPORT-FILE-STATUS          PIC XX.
       01 WS-SORT-RETURN                 PIC XX.
      *
      *  Every customer ever sent each offer, in offer and customer
      *  order for SEARCH ALL, with whether a reply has matched.
      *
       01 WS-SENT-COUNT                  PIC 9(7) VALUE 0.
       01 WS-SENT-TABLE.
           05 WS-SENT-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON WS-SENT-COUNT
                   ASCENDING KEY IS WS-SN-KEY
                   INDEXED BY SN-IDX.
               10 WS-SN-KEY.
                   15 WS-SN-OFFER-ID     PIC X(8).
                   15 WS-SN-CUST-NO      PIC 9(9).
               10 WS-SN-SELECTED-DATE    PIC 9(7).
               10 WS-SN-REPLIED          PIC X(1).
       01 WS-SENT-LEFT-OUT               PIC 9(7) VALUE 0.
       01 WS-LAST-SENT-KEY               PIC X(17) VALUE LOW-VALUES.
       01 WS-LOOKUP-KEY.
           05 WS-LOOKUP-OFFER-ID         PIC X(8).
           05 WS-LOOKUP-CUST-NO          PIC 9(9).
       01 WS-SENT-FOUND                  PIC X(1).
      *
      *  Per offer: sent, replies by code.
      *
       01 WS-OFFER-TABLE.
           05 WS-OFFER-COUNT             PIC 9(3) VALUE 0.
           05 WS-OFFER-ENTRY OCCURS 200 TIMES INDEXED BY OF-IDX.
               10 WS-OF-OFFER-ID         PIC X(8).
               10 WS-OF-CHANNEL          PIC X(1).
               10 WS-OF-DESCRIPTION      PIC X(30).
               10 WS-OF-SENT             PIC 9(7).
               10 WS-OF-ACCEPTED         PIC 9(7).
               10 WS-OF-ENQUIRED         PIC 9(7).
               10 WS-OF-DECLINED         PIC 9(7).
       01 WS-OFFERS-LEFT-OUT             PIC 9(5) VALUE 0.
       01 WS-OFFER-SLOT                  PIC 9(3).
       01 WS-FIND-OFFER-ID               PIC X(8).
       01 WS-REPLY-CODE                  PIC X(1).
       01 WS-REJECT-REASON               PIC X(4).
       01 WS-RESPONSES-READ              PIC 9(7) VALUE 0.
       01 WS-RESPONSES-MATCHED           PIC 9(7) VALUE 0.
       01 WS-RESPONSES-REJECTED          PIC 9(7) VALUE 0.
       01 WS-HISTORY-KEPT                PIC 9(7) VALUE 0.
       01 WS-HISTORY-REPLACED            PIC 9(7) VALUE 0.
       01 WS-REPLIES                     PIC 9(7).
       01 WS-RESPONSE-RATE               PIC 9(3)V99.
       01 WS-ACCEPT-RATE                 PIC 9(3)V99.
       01 WS-RATE-DISPLAY-1              PIC ZZ9.99.
       01 WS-RATE-DISPLAY-2              PIC ZZ9.99.
       01 WS-COUNT-DISPLAY OCCURS 5 TIMES PIC Z(6)9.
       COPY WSRUNCTL.
       COPY WSAUDTRL.

       PROCEDURE DIVISION.
       OFFRSP01-MAIN.
           CALL "RUNDATE01" USING WS-RUN-CONTROL.
           MOVE "OFFRSP01" TO AT-JOB-NAME.
           MOVE WS-RUN-CCYYDDD TO AT-RUN-DATE.
           SET AT-MODE-HEADER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.

           PERFORM LOAD-OFFER-NAMES.
           SORT HISTORY-SORT
               ON ASCENDING KEY OH-OFFER-ID OH-CUST-NO
                                OH-SELECTED-DATE
               INPUT PROCEDURE IS RELEASE-OFFER-HISTORY
               OUTPUT PROCEDURE IS LOAD-SENT-TABLE.
           PERFORM KEEP-EARLIER-RESPONSES.

           OPEN INPUT RESPONSE-FILE.
           OPEN OUTPUT RESPONSE-REJECT-FILE.
           IF WS-RESPONSE-FILE-STATUS = "00"
               PERFORM UNTIL WS-RESPONSE-FILE-STATUS = "10"
                   READ RESPONSE-FILE
                       AT END
                           MOVE "10" TO WS-RESPONSE-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-RESPONSES-READ
                           PERFORM MATCH-ONE-RESPONSE
                   END-READ
               END-PERFORM
               CLOSE RESPONSE-FILE
           END-IF.
           CLOSE RESPONSE-REJECT-FILE.
           CLOSE RESPONSE-HIST-WORK.
           PERFORM COPY-RESPONSES-BACK.
           PERFORM WRITE-RESPONSE-REPORT.

           DISPLAY "OFFRSP01: RESPONSES READ=" WS-RESPONSES-READ
               " MATCHED=" WS-RESPONSES-MATCHED
               " REJECTED=" WS-RESPONSES-REJECTED
               " OFFERS SENT=" WS-SENT-COUNT.
           IF WS-SENT-LEFT-OUT > 0 OR WS-OFFERS-LEFT-OUT > 0
               DISPLAY "OFFRSP01: LEFT OUT SENT=" WS-SENT-LEFT-OUT
                   " OFFERS=" WS-OFFERS-LEFT-OUT
           END-IF.

           MOVE WS-RESPONSES-MATCHED TO AT-RECORD-COUNT.
           SET AT-MODE-TRAILER TO TRUE.
           CALL "AUDTRL01" USING WS-AUDIT-TRAIL-REQUEST.
           GOBACK.

       LOAD-OFFER-NAMES.
           OPEN INPUT OFFER-RULE-FILE.
           IF WS-RULE-FILE-STATUS = "00"
               PERFORM UNTIL WS-RULE-FILE-STATUS = "10"
                   READ OFFER-RULE-FILE
                       AT END
                           MOVE "10" TO WS-RULE-FILE-STATUS
                       NOT AT END
                           IF OF-OFFER-ID NOT = SPACES
                               MOVE OF-OFFER-ID TO WS-FIND-OFFER-ID
                               PERFORM FIND-OFFER-SLOT
                               IF WS-OFFER-SLOT > 0
                                   MOVE OF-CHANNEL
                                     TO WS-OF-CHANNEL (WS-OFFER-SLOT)
                                   MOVE OF-DESCRIPTION
                                     TO WS-OF-DESCRIPTION
                                            (WS-OFFER-SLOT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OFFER-RULE-FILE
           END-IF.

      *    The offer's row, added on first sight; zero when the
      *    table is full.
       FIND-OFFER-SLOT.
           MOVE 0 TO WS-OFFER-SLOT.
           PERFORM VARYING OF-IDX FROM 1 BY 1
                   UNTIL OF-IDX > WS-OFFER-COUNT
                       OR WS-OFFER-SLOT > 0
               IF WS-OF-OFFER-ID (OF-IDX) = WS-FIND-OFFER-ID
                   SET WS-OFFER-SLOT TO OF-IDX
               END-IF
           END-PERFORM.
           IF WS-OFFER-SLOT = 0
               IF WS-OFFER-COUNT < 200
                   ADD 1 TO WS-OFFER-COUNT
                   MOVE WS-OFFER-COUNT TO WS-OFFER-SLOT
                   INITIALIZE WS-OFFER-ENTRY (WS-OFFER-SLOT)
                   MOVE WS-FIND-OFFER-ID
                       TO WS-OF-OFFER-ID (WS-OFFER-SLOT)
                   MOVE "OFFER NOT ON RULE FILE"
                       TO WS-OF-DESCRIPTION (WS-OFFER-SLOT)
               ELSE
                   ADD 1 TO WS-OFFERS-LEFT-OUT
               END-IF
           END-IF.

       RELEASE-OFFER-HISTORY.
           OPEN INPUT OFFER-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-FILE-STATUS = "10"
                   READ OFFER-HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-HISTORY-FILE-STATUS
                       NOT AT END
                           RELEASE WS-OFFER-HISTORY
                               FROM OFFER-HISTORY-REC
                   END-READ
               END-PERFORM
               CLOSE OFFER-HISTORY-FILE
           END-IF.

      *    A customer selected for the same offer on more than one
      *    night counts as sent it once, from the first night.
       LOAD-SENT-TABLE.
           MOVE "00" TO WS-SORT-RETURN.
           PERFORM UNTIL WS-SORT-RETURN = "10"
               RETURN HISTORY-SORT
                   AT END
                       MOVE "10" TO WS-SORT-RETURN
                   NOT AT END
                       PERFORM LOAD-ONE-SENT-OFFER
               END-RETURN
           END-PERFORM.

       LOAD-ONE-SENT-OFFER.
           MOVE OH-OFFER-ID TO WS-LOOKUP-OFFER-ID.
           MOVE OH-CUST-NO TO WS-LOOKUP-CUST-NO.
           IF WS-LOOKUP-KEY = WS-LAST-SENT-KEY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOKUP-KEY TO WS-LAST-SENT-KEY.
           IF WS-SENT-COUNT = 200000
               ADD 1 TO WS-SENT-LEFT-OUT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SENT-COUNT.
           SET SN-IDX TO WS-SENT-COUNT.
           MOVE WS-LOOKUP-KEY TO WS-SN-KEY (SN-IDX).
           MOVE OH-SELECTED-DATE TO WS-SN-SELECTED-DATE (SN-IDX).
           MOVE "N" TO WS-SN-REPLIED (SN-IDX).
           MOVE OH-OFFER-ID TO WS-FIND-OFFER-ID.
           PERFORM FIND-OFFER-SLOT.
           IF WS-OFFER-SLOT > 0
               MOVE OH-CHANNEL TO WS-OF-CHANNEL (WS-OFFER-SLOT)
               ADD 1 TO WS-OF-SENT (WS-OFFER-SLOT)
           END-IF.

      ***************************************************************
      *  Replies matched on earlier nights are kept and mark their
      *  offer answered; those matched tonight by an earlier run of
      *  this same night are dropped and matched again.
      ***************************************************************
       KEEP-EARLIER-RESPONSES.
           OPEN OUTPUT RESPONSE-HIST-WORK.
           OPEN INPUT RESPONSE-HIST-IN.
           IF WS-RESP-IN-STATUS = "00"
               PERFORM UNTIL WS-RESP-IN-STATUS = "10"
                   READ RESPONSE-HIST-IN
                       AT END
                           MOVE "10" TO WS-RESP-IN-STATUS
                       NOT AT END
                           PERFORM KEEP-ONE-RESPONSE
                   END-READ
               END-PERFORM
               CLOSE RESPONSE-HIST-IN
           END-IF.

       KEEP-ONE-RESPONSE.
           IF RH-MATCHED-DATE = WS-RUN-CCYYDDD
               ADD 1 TO WS-HISTORY-REPLACED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HISTORY-KEPT.
           WRITE RESPONSE-HIST-WORK-REC FROM RESPONSE-HIST-IN-REC.
           MOVE RH-OFFER-ID TO WS-LOOKUP-OFFER-ID.
           MOVE RH-CUST-NO TO WS-LOOKUP-CUST-NO.
           MOVE RH-RESPONSE-CODE TO WS-REPLY-CODE.
           PERFORM FIND-SENT-OFFER.
           IF WS-SENT-FOUND = "Y"
               MOVE "Y" TO WS-SN-REPLIED (SN-IDX)
           END-IF.
           PERFORM COUNT-ONE-REPLY.

       FIND-SENT-OFFER.
           MOVE "N" TO WS-SENT-FOUND.
           IF WS-SENT-COUNT > 0
               SEARCH ALL WS-SENT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SN-KEY (SN-IDX) = WS-LOOKUP-KEY
                       MOVE "Y" TO WS-SENT-FOUND
               END-SEARCH
           END-IF.

       COUNT-ONE-REPLY.
           MOVE WS-LOOKUP-OFFER-ID TO WS-FIND-OFFER-ID.
           PERFORM FIND-OFFER-SLOT.
           IF WS-OFFER-SLOT > 0
               EVALUATE WS-REPLY-CODE
                   WHEN "A"
                       ADD 1 TO WS-OF-ACCEPTED (WS-OFFER-SLOT)
                   WHEN "E"
                       ADD 1 TO WS-OF-ENQUIRED (WS-OFFER-SLOT)
                   WHEN OTHER
                       ADD 1 TO WS-OF-DECLINED (WS-OFFER-SLOT)
               END-EVALUATE
           END-IF.

       MATCH-ONE-RESPONSE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE RP-OFFER-ID TO WS-LOOKUP-OFFER-ID.
           IF RP-CUST-NO IS NUMERIC
               MOVE RP-CUST-NO TO WS-LOOKUP-CUST-NO
           ELSE
               MOVE 0 TO WS-LOOKUP-CUST-NO
           END-IF.
           PERFORM FIND-SENT-OFFER.
           EVALUATE TRUE
               WHEN NOT RP-RESPONSE-VALID
                   MOVE "CODE" TO WS-REJECT-REASON
               WHEN WS-SENT-FOUND = "N"
                   MOVE "NOFR" TO WS-REJECT-REASON
               WHEN RP-RESPONSE-DATE NOT NUMERIC
                   MOVE "DATE" TO WS-REJECT-REASON
               WHEN RP-RESPONSE-DATE
                       < WS-SN-SELECTED-DATE (SN-IDX)
                   MOVE "DATE" TO WS-REJECT-REASON
               WHEN WS-SN-REPLIED (SN-IDX) = "Y"
                   MOVE "DUPR" TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-RESPONSES-REJECTED
               MOVE SPACES TO RESPONSE-REJECT-REC
               STRING WS-REJECT-REASON " " WS-OFFER-RESPONSE (1:25)
                   DELIMITED BY SIZE INTO RESPONSE-REJECT-REC
               WRITE RESPONSE-REJECT-REC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RESPONSES-MATCHED.
           MOVE "Y" TO WS-SN-REPLIED (SN-IDX).
           MOVE WS-SN-SELECTED-DATE (SN-IDX) TO RP-SELECTED-DATE.
           MOVE WS-RUN-CCYYDDD TO RP-MATCHED-DATE.
           WRITE RESPONSE-HIST-WORK-REC FROM WS-OFFER-RESPONSE.
           MOVE RP-RESPONSE-CODE TO WS-REPLY-CODE.
           PERFORM COUNT-ONE-REPLY.

       COPY-RESPONSES-BACK.
           OPEN INPUT RESPONSE-HIST-COPY-IN.
           OPEN OUTPUT RESPONSE-HIST-REWRITE.
           IF WS-RESP-CI-STATUS = "00"
               PERFORM UNTIL WS-RESP-CI-STATUS = "10"
                   READ RESPONSE-HIST-COPY-IN
                       AT END
                           MOVE "10" TO WS-RESP-CI-STATUS
                       NOT AT END
                           WRITE RESPONSE-HIST-REWRITE-REC
                               FROM RESPONSE-HIST-COPY-REC
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RESPONSE-HIST-COPY-IN.
           CLOSE RESPONSE-HIST-REWRITE.

      ***************************************************************
      *  Response rate is every reply over the customers sent the
      *  offer; acceptance rate the acceptances over the same.
      ***************************************************************
       WRITE-RESPONSE-REPORT.
           OPEN OUTPUT RESPONSE-REPORT-FILE.
           MOVE SPACES TO RESPONSE-REPORT-REC.
           STRING "CROSS-SELL OFFER RESPONSE RATES - " WS-RUN-CCYYDDD
                   "  TONIGHT READ=" WS-RESPONSES-READ
                   " MATCHED=" WS-RESPONSES-MATCHED
                   " REJECTED=" WS-RESPONSES-REJECTED
               DELIMITED BY SIZE INTO RESPONSE-REPORT-REC.
           WRITE RESPONSE-REPORT-REC.
           MOVE SPACES TO RESPONSE-REPORT-REC.
           STRING "OFFER    C DESCRIPTION                   "
                   "     SENT  ACCEPTED  ENQUIRED  DECLINED"
                   "  RESP %  ACPT %"
               DELIMITED BY SIZE INTO RESPONSE-REPORT-REC.
           WRITE RESPONSE-REPORT-REC.
           PERFORM VARYING OF-IDX FROM 1 BY 1
                   UNTIL OF-IDX > WS-OFFER-COUNT
               PERFORM WRITE-ONE-OFFER-RATE
           END-PERFORM.
           CLOSE RESPONSE-REPORT-FILE.

       WRITE-ONE-OFFER-RATE.
           COMPUTE WS-REPLIES = WS-OF-ACCEPTED (OF-IDX)
               + WS-OF-ENQUIRED (OF-IDX) + WS-OF-DECLINED (OF-IDX).
           MOVE 0 TO WS-RESPONSE-RATE.
           MOVE 0 TO WS-ACCEPT-RATE.
           IF WS-OF-SENT (OF-IDX) > 0
               COMPUTE WS-RESPONSE-RATE ROUNDED =
                   WS-REPLIES * 100 / WS-OF-SENT (OF-IDX)
               COMPUTE WS-ACCEPT-RATE ROUNDED =
                   WS-OF-ACCEPTED (OF-IDX) * 100 / WS-OF-SENT (OF-IDX)
           END-IF.
           MOVE WS-RESPONSE-RATE TO WS-RATE-DISPLAY-1.
           MOVE WS-ACCEPT-RATE TO WS-RATE-DISPLAY-2.
           MOVE WS-OF-SENT (OF-IDX) TO WS-COUNT-DISPLAY (1).
           MOVE WS-OF-ACCEPTED (OF-IDX) TO WS-COUNT-DISPLAY (2).
           MOVE WS-OF-ENQUIRED (OF-IDX) TO WS-COUNT-DISPLAY (3).
           MOVE WS-OF-DECLINED (OF-IDX) TO WS-COUNT-DISPLAY (4).
           MOVE SPACES TO RESPONSE-REPORT-REC.
           STRING WS-OF-OFFER-ID (OF-IDX) " " WS-OF-CHANNEL (OF-IDX)
                   " " WS-OF-DESCRIPTION (OF-IDX)
                   "  " WS-COUNT-DISPLAY (1)
                   "   " WS-COUNT-DISPLAY (2)
                   "   " WS-COUNT-DISPLAY (3)
                   "   " WS-COUNT-DISPLAY (4)
                   "  " WS-RATE-DISPLAY-1
                   "  " WS-RATE-DISPLAY-2
               DELIMITED BY SIZE INTO RESPONSE-REPORT-REC.
           WRITE RESPONSE-REPORT-REC.
       END PROGRAM OFFRSP01.
